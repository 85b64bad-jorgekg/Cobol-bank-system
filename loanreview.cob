               DISPLAY 'ERRO AO ABRIR STORAGE/LOANREFERRAL.DATA: '
                   FS-REF
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           PERFORM UNTIL WS-EOF = 'Y'
               READ DECISION-IN INTO WS-DECISION-IN
                   AT END MOVE 'Y' TO WS-EOF
