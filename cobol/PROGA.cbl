               MOVE CA-DETAIL OF DFHCOMMAREA TO CA-DETAIL OF CA
               MOVE CA-ORIG-CORR-ID OF DFHCOMMAREA
                    TO CA-ORIG-CORR-ID OF CA
               MOVE CA-TARGET-ACCOUNT-ID OF DFHCOMMAREA
                    TO CA-TARGET-ACCOUNT-ID OF CA
               MOVE CA-PAYEE-ID OF DFHCOMMAREA
                    TO CA-PAYEE-ID OF CA
               SET CA-RESPONSE-NOT-DEFAULTED OF CA TO TRUE
      * Deliberately NOT copied from the caller: only the PAYAPPR
      * supervisor screen may set the release switch, only the
      * FRDREV fraud review screen the fraud release switch, only
      * the DSPMNT dispute screen a dispute step, and only the
      * ADJMNT adjustment screen an adjustment; all four link PROGC
      * directly. Anything arriving through the front door is a
      * normal request, screened and held as usual.
               SET CA-NOT-RELEASE OF CA TO TRUE
               SET CA-NOT-FRAUD-RELEASE OF CA TO TRUE
               MOVE SPACE TO CA-DSP-STEP OF CA
               MOVE SPACES TO CA-ADJ-FIELDS OF CA
               MOVE WS-USER-ID TO CA-USER-ID OF CA
               INITIALIZE CA-TIMING OF CA
               INITIALIZE CA-INQ-FIELDS OF CA
               MOVE SPACES TO CA-DUP-CORR-ID OF CA
                   ELSE
                       SET CA-SLA-NORMAL OF CA TO TRUE
                   END-IF
                   IF (CA-TRAN-PAYMENT OF CA
                       OR CA-TRAN-TRANSFER OF CA)
                      AND (CA-ST-OK OF CA
                           OR CA-ST-OK-OVERDRAFT OF CA
                           OR CA-ST-HELD-FOR-APPROVAL OF CA
                           OR CA-ST-REFERRED-FRAUD OF CA)
                       PERFORM RECORD-DAILY-TOTAL
                   END-IF
                   PERFORM WRITE-PERF-RECORD
      * no entry or a revoked entry is status 20, a disallowed
      * transaction type is 21, a payment over the user's limit is 22,
      * and an unreadable SECF is 30 - an entitlement outage must not
      * approve everyone. A transfer moves money off an account just
      * as a payment does, so it is held to the payment flag, the
      * payment limit and the daily cap.
      *****************************************************************
       CHECK-ENTITLEMENT.
           SET WS-AUTH-OK TO TRUE.
      * hold the request against its per-transaction-type flags and
      * payment limit. A transaction type the chain does not know is
      * let through - PROGC rejects it as an invalid request, which
      * is not an entitlement matter. A dispute step or a manual
      * adjustment is never taken through the front door, whoever
      * the caller - an adjustment posts only once a second user has
      * approved it on ADJMNT.
      *****************************************************************
       CHECK-TRAN-ENTITLEMENT.
           IF ((CA-TRAN-PAYMENT OF CA OR CA-TRAN-TRANSFER OF CA)
                   AND NOT SEC-PAYMENT-ALLOWED)
              OR (CA-TRAN-INQUIRY OF CA
                   AND NOT SEC-INQUIRY-ALLOWED)
                   AND NOT SEC-REVERSAL-ALLOWED)
              OR (CA-TRAN-DEPOSIT OF CA
                   AND NOT SEC-DEPOSIT-ALLOWED)
              OR CA-TRAN-DISPUTE OF CA
              OR CA-TRAN-ADJUSTMENT OF CA
               SET CA-ST-TRAN-NOT-ALLOWED OF CA TO TRUE
               MOVE WS-NOT-ENTITLED-MSG TO CA-MESSAGE OF CA
               SET WS-AUTH-REJECTED TO TRUE
           ELSE
               IF (CA-TRAN-PAYMENT OF CA OR CA-TRAN-TRANSFER OF CA)
                  AND CA-AMOUNT OF CA > SEC-PMT-LIMIT
                   SET CA-ST-AMOUNT-OVER-LIMIT OF CA TO TRUE
                   MOVE WS-OVER-LIMIT-MSG TO CA-MESSAGE OF CA
                       SET WS-AUTH-REJECTED TO TRUE
                   ELSE
                       IF CA-TRAN-PAYMENT OF CA
                          OR CA-TRAN-TRANSFER OF CA
                           PERFORM CHECK-DAILY-LIMIT
                       END-IF
                   END-IF
           END-IF.
      *
      *****************************************************************
      * RECORD-DAILY-TOTAL - the payment or transfer was approved
      * (posted, parked for supervisor approval or referred for fraud
      * review - either way the user has committed the amount today,
      * and a later release links PROGC directly): accumulate it on
      * the user's DLYTOTF record. Best effort after the fact: a
      * failure here is shouted to the region log but cannot unwind a
      * posted payment.
      *****************************************************************
       RECORD-DAILY-TOTAL.
           MOVE WS-USER-ID    TO DLY-USER-ID.
