               COPY BANKOPREC REPLACING ==:PFX:== BY ==WS-BANK==.

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT APPROVAL-PARAM.
               MOVE APPR-RW-LOAN-TERM TO PEND-RW-LOAN-TERM
               MOVE APPR-RW-LOAN-RATE TO PEND-RW-LOAN-RATE
               MOVE APPR-RW-LOAN-METHOD TO PEND-RW-LOAN-METHOD
               MOVE APPR-RW-LOAN-INSURANCE TO PEND-RW-LOAN-INSURANCE
               MOVE APPR-RW-OPERATOR TO PEND-RW-OPERATOR
               MOVE APPR-RW-CHANNEL TO PEND-RW-CHANNEL
               MOVE WS-APPR-IN-SUPERVISOR TO PEND-RW-APPROVER
               MOVE APPR-RW-DEST-ACCOUNT-ID TO
                   PEND-RW-DEST-ACCOUNT-ID
               MOVE APPR-RW-REF-DATE TO PEND-RW-REF-DATE
           ELSE
               MOVE LOW-VALUES TO WS-BANK-ACCOUNT
               MOVE APPR-RW-TXN-ID TO WS-BANK-TXN-ID
               MOVE APPR-RW-OPERATOR TO WS-BANK-OPERATOR
               MOVE APPR-RW-CHANNEL TO WS-BANK-CHANNEL
               MOVE WS-APPR-IN-SUPERVISOR TO WS-BANK-APPROVER
               MOVE APPR-RW-CURRENCY TO WS-BANK-CURRENCY
               MOVE APPR-RW-ACCOUNT-ID TO WS-BANK-ACCOUNT-ID
               MOVE APPR-RW-AMOUNT TO WS-BANK-MOVEMENT-VALUE
