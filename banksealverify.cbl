           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT LEDGER-IN.
           OPEN INPUT SEAL-RW.
           OPEN OUTPUT VERIFY-OUT.
