               CLOSE CARD-RW
               OPEN I-O CARD-RW
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARD-IN INTO WS-CARD-IN
                   AT END MOVE 'Y' TO WS-EOF
                                 TO CARD-RW-ACCOUNT-ID
                             MOVE WS-TODAY TO CARD-RW-ISSUE-DATE
                             SET CARD-RW-ACTIVE TO TRUE
                             MOVE SPACE TO CARD-RW-BLOCK-REASON
                             MOVE 0 TO CARD-RW-LAST-USE-DATE
                             MOVE 0 TO CARD-RW-DAY-DATE
                             MOVE 0 TO CARD-RW-DAY-COUNT
                             MOVE 0 TO CARD-RW-WINDOW-DATE
                             MOVE 0 TO CARD-RW-WINDOW-START
                             MOVE 0 TO CARD-RW-WINDOW-AMOUNT
                             WRITE CARD-RW-FILE
                               INVALID KEY
                                 DISPLAY 'CARTAO JA EMITIDO: '
                           NOT INVALID KEY
                             IF WS-CARD-IN-ACTION = 'B' THEN
                                 SET CARD-RW-BLOCKED TO TRUE
                                 MOVE SPACE TO CARD-RW-BLOCK-REASON
                                 REWRITE CARD-RW-FILE
                                 END-REWRITE
                                 DISPLAY 'CARTAO BLOQUEADO: '
                                         WS-CARD-IN-NUMBER
                                 ELSE
                                     SET CARD-RW-ACTIVE TO TRUE
      *                              Desbloqueio conferido com o
      *                              cliente: a regra de inatividade
      *                              volta a contar de hoje e os
      *                              contadores de velocidade que
      *                              bloquearam recomecam zerados
                                     IF CARD-RW-FRAUD-BLOCK THEN
                                         MOVE WS-TODAY TO
                                             CARD-RW-LAST-USE-DATE
                                         MOVE 0 TO CARD-RW-DAY-COUNT
                                         MOVE 0 TO CARD-RW-DAY-DATE
                                         MOVE 0 TO
                                             CARD-RW-WINDOW-AMOUNT
                                         MOVE 0 TO
                                             CARD-RW-WINDOW-DATE
                                         MOVE 0 TO
                                             CARD-RW-WINDOW-START
                                     END-IF
                                     MOVE SPACE TO
                                         CARD-RW-BLOCK-REASON
                                     REWRITE CARD-RW-FILE
                                     END-REWRITE
                                     DISPLAY 'CARTAO DESBLOQUEADO: '
