           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT LEDGER-IN.
           OPEN OUTPUT VERIFY-OUT.
           IF FS-LEDGER NOT = '00' THEN
