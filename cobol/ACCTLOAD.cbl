      * after the IDCAMS DEFINE, before the region's FCT/CSD entry for
      * ACCTF is enabled. Input layout (FB 80):
      *   cols  1-10  account id
      *   col   11    account status (A/C/F/D - D carries a
      *               dormancy already declared on the old system)
      *   cols 12-41  customer name
      *   cols 42-52  opening balance, 9(9)V99, no decimal point
      *   cols 53-63  overdraft limit, 9(9)V99, blank = zero (no
              OR NOT (IN-ODLIM-X NUMERIC
                      OR IN-ODLIM-X EQUAL SPACES)
              OR NOT (IN-STATUS EQUAL 'A' OR IN-STATUS EQUAL 'C'
                      OR IN-STATUS EQUAL 'F' OR IN-STATUS EQUAL 'D')
               ADD 1 TO WS-ERROR-CT
               DISPLAY 'ACCTLOAD ERROR BAD CARD acct=' IN-ACCOUNT-ID
                       ' status=' IN-STATUS
