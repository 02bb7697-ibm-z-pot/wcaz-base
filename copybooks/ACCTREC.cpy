               88  ACC-ACTIVE                  VALUE 'A'.
               88  ACC-CLOSED                  VALUE 'C'.
               88  ACC-FROZEN                  VALUE 'F'.
      * Dormant: no customer activity for the DORMRUN inactivity
      * period. Deposits and inquiries still work, debits are
      * refused, no service fee is charged. Only DORMRUN sets it and
      * only the ACCTMNT reactivate action (R) clears it.
               88  ACC-DORMANT                 VALUE 'D'.
           05  ACC-CUST-NAME           PIC X(30).
           05  ACC-BALANCE             PIC S9(09)V99 COMP-3.
           05  ACC-LAST-ACT-DATE       PIC X(08).
