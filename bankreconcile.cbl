               DISPLAY
                   'ERRO AO ABRIR OUTPUT/RECONCILIATION.DATA: 'FS-RECON
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           OPEN INPUT LEDGER-IN
           IF FS-LEDGER = '00' THEN
               MOVE 'N' TO WS-LEDGER-EOF
