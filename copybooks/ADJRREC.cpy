      *****************************************************************
      * ADJRREC - one manual adjustment reason per record, held on
      * the ADJRSNF VSAM KSDS (key = ADR-REASON-CODE). Every back-
      * office adjustment entered on ADJMNT must name an active
      * reason, and the reason decides where the adjustment goes:
      *   ADR-DIRECTION  - which way an adjustment for the reason may
      *                    move the balance: 'D' debits only, 'C'
      *                    credits only, 'B' either
      *   ADR-STMT-TEXT  - the words STMTGEN prints against the
      *                    posting on the customer statement
      *   ADR-GL-ACCOUNT - the GL line GLEXTR posts the contra side
      *                    of the adjustment to
      *   ADR-TAX-CLASS  - 'I' an interest correction, 'F' a fee
      *                    correction (refund or charge), counted by
      *                    TAXSTMT with the year's interest or fees;
      *                    space for neither
      * Maintained online on the ADJRMNT screen. A reason is retired
      * by setting it inactive, never deleted - ADJF items and
      * posted adjustments still name it. CICS-managed via the
      * FCT/CSD, same as the other online files; batch readers
      * address the cluster through an ordinary SELECT.
      *****************************************************************
           05  ADR-REASON-CODE         PIC X(04).
           05  ADR-STATUS              PIC X(01).
               88  ADR-ACTIVE                  VALUE 'A'.
               88  ADR-INACTIVE                VALUE 'I'.
           05  ADR-DIRECTION           PIC X(01).
               88  ADR-DEBIT-ONLY              VALUE 'D'.
               88  ADR-CREDIT-ONLY             VALUE 'C'.
               88  ADR-EITHER-WAY              VALUE 'B'.
               88  ADR-DIRECTION-VALID         VALUE 'D' 'C' 'B'.
           05  ADR-STMT-TEXT           PIC X(30).
           05  ADR-GL-ACCOUNT          PIC X(10).
           05  ADR-TAX-CLASS           PIC X(01).
               88  ADR-TAX-INTEREST            VALUE 'I'.
               88  ADR-TAX-FEE                 VALUE 'F'.
               88  ADR-TAX-NONE                VALUE ' '.
               88  ADR-TAX-CLASS-VALID         VALUE 'I' 'F' ' '.
           05  ADR-UPD-USER            PIC X(08).
           05  ADR-UPD-DATE            PIC X(08).
           05  FILLER                  PIC X(17).
