               CLOSE STOP-RW
               OPEN I-O STOP-RW
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CHECKBOOK-IN INTO WS-CHECKBOOK-IN
                   AT END MOVE 'Y' TO WS-EOF
