           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT RETENTION-PARAM.
           IF FS-PARAM = '00' THEN
