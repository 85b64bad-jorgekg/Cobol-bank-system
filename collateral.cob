               CLOSE COLLATERAL-RW
               OPEN I-O COLLATERAL-RW
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLLATERAL-IN INTO WS-COLLATERAL-IN
                   AT END MOVE 'Y' TO WS-EOF
