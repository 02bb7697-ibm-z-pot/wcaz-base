                TO CA-ORIG-CORR-ID OF CA.
           MOVE CA-RELEASE-SW OF DFHCOMMAREA
                TO CA-RELEASE-SW OF CA.
           MOVE CA-TARGET-ACCOUNT-ID OF DFHCOMMAREA
                TO CA-TARGET-ACCOUNT-ID OF CA.
           MOVE CA-PAYEE-ID OF DFHCOMMAREA
                TO CA-PAYEE-ID OF CA.
           MOVE CA-USER-ID OF DFHCOMMAREA
                TO CA-USER-ID OF CA.
           MOVE CA-FRAUD-RELEASE-SW OF DFHCOMMAREA
                TO CA-FRAUD-RELEASE-SW OF CA.
           MOVE CA-DSP-STEP OF DFHCOMMAREA
                TO CA-DSP-STEP OF CA.
           MOVE CA-ADJ-FIELDS OF DFHCOMMAREA
                TO CA-ADJ-FIELDS OF CA.
           MOVE WS-HELLO-MSG       TO CA-MESSAGE OF CA.
           DISPLAY 'PROGB  corr-id=' CA-CORR-ID OF CA
                   ' request= ' CA-MESSAGE OF CA.
