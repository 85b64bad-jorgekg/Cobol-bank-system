      *         do operador, registrando quem/quando/por que em
      *         storage/accountaudit.data.  Congelamento por ordem
      *         judicial so e removivel por liberacao com motivo 'J'
      *         e o por obito ('O') so com liberacao 'O'
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF FS NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENT.DATA: 'FS
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           PERFORM UNTIL WS-EOF = 'Y'
               READ FREEZE-IN INTO WS-FREEZE-IN
                   AT END MOVE 'Y' TO WS-EOF
                                 DISPLAY 'LIBERACAO RECUSADA, '
                                     'CONGELAMENTO JUDICIAL: '
                                     WS-FREEZE-IN-ACCOUNT-ID
                             ELSE
                             IF ACCOUNT-OUT-FREEZE-REASON = 'O' AND
                                     WS-FREEZE-IN-REASON NOT = 'O'
                                     THEN
                                 DISPLAY 'LIBERACAO RECUSADA, '
                                     'CONGELAMENTO POR OBITO: '
                                     WS-FREEZE-IN-ACCOUNT-ID
                             ELSE
                                 SET ACCOUNT-OUT-OPEN TO TRUE
                                 MOVE SPACE TO
                                 MOVE 'Y' TO WS-APPLY
                             END-IF
                             END-IF
                             END-IF
                         ELSE
                             DISPLAY 'ACAO INVALIDA: '
                                 WS-FREEZE-IN-ACTION
