               MOVE 'Y' TO FX-CNV-OK
               GOBACK
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           CALL 'BANK-FX-LOOKUP' USING FX-CNV-FROM WS-TODAY
               WS-FROM-RATE WS-FROM-FOUND
           END-CALL.
