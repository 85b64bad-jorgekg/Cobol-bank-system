           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT STATEMENT-OUT.
           IF FS NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENT.DATA: 'FS
