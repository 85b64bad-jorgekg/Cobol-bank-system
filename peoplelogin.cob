                   88 LOGIN-OUT-APROVADO VALUE 'P'.
                   88 LOGIN-OUT-NEGADO VALUE 'F'.
                   88 LOGIN-OUT-BLOQUEADO VALUE 'B'.
                   88 LOGIN-OUT-FALECIDO VALUE 'O'.
               05 LOGIN-OUT-TOKEN PIC A(10).

           FD PEOPLE-RW.
               OPEN OUTPUT SESSION-RW
               MOVE 'Y' TO WS-SESSION-FRESH
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOGIN-IN INTO WS-LOGIN-IN
                   AT END MOVE 'Y' TO WS-EOF
                       INVALID KEY
                         SET LOGIN-OUT-NEGADO TO TRUE
                       NOT INVALID KEY
                         IF PEOPLE-RW-DECEASED THEN
                           SET LOGIN-OUT-FALECIDO TO TRUE
                         ELSE
                         IF PEOPLE-RW-BLOCKED THEN
                           SET LOGIN-OUT-BLOQUEADO TO TRUE
                         ELSE
                           END-REWRITE
                         END-IF
                         END-IF
                         END-IF
                     END-READ
                     WRITE LOGIN-OUT-FILE
               END-READ
