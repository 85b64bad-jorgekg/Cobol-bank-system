           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT LOAN-OUT.
           OPEN INPUT COLLATERAL-RW.
           OPEN OUTPUT REPORT-OUT.
