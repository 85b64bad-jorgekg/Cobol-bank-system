           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT CASE-CTL.
           IF FS-CTL = '00' THEN
               READ CASE-CTL
