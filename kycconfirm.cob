                           NOT INVALID KEY
                             MOVE WS-CONFIRM-IN-PEOPLE-ID
                                 TO KYC-RW-PEOPLE-ID
                             CALL 'BANK-PROCESSING-DATE' USING
                                 KYC-RW-LAST-DATE
                             END-CALL
                             SET KYC-RW-FROM-CONFIRM TO TRUE
                             WRITE KYC-RW-FILE
                               INVALID KEY
