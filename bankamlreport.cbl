           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT AML-PARAM.
           IF FS-PARAM = '00' THEN
               READ AML-PARAM
