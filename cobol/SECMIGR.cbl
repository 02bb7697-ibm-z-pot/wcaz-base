      *****************************************************************
      * COBOL Java interoperability PROGA -> PROGB -> PROGC
      * SECMIGR - one-time migration of the SECF entitlement file
      * from the original 34-byte record to the current 49-byte
      * SECREC layout (deposit flag and limit, approve flag, daily
      * cap, fraud review flag). The copybook appended the new
      * fields so the old field offsets stand, but the record
      * LENGTH did not - against the old fixed-length cluster every
      * write of a grown record fails - so existing regions must
      * REPRO the old cluster to a flat file, redefine it at
      * RECORDSIZE(49 49) and reload through this program
      * (jcl/SECMIGR.jcl runs all three steps). The new entitlements
      * start closed: deposits not allowed, approvals and fraud
      * review not allowed, limits zero (zero daily cap means no
      * cap, matching the old behaviour) - open them up per user
      * through SMNT afterwards. The packed limits must be valid
      * packed zeros, which is why a REPRO alone cannot do this
      * conversion.
      * Input MIGRIN (FB 34): the REPRO image of the old cluster.
      *****************************************************************
       IDENTIFICATION DIVISION.
           MOVE ZERO               TO SEC-DEP-LIMIT.
           MOVE 'N'                TO SEC-ALLOW-APPROVE.
           MOVE ZERO               TO SEC-DAILY-LIMIT.
           MOVE 'N'                TO SEC-ALLOW-FRAUD.
           WRITE SEC-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-CT
