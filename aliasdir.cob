               CLOSE ALIAS-RW
               OPEN I-O ALIAS-RW
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALIAS-IN INTO WS-ALIAS-IN
                   AT END MOVE 'Y' TO WS-EOF
