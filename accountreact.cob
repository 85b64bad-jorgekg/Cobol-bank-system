           IF FS NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENT.DATA: 'FS
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           PERFORM UNTIL WS-EOF = 'Y'
               READ REACT-IN INTO WS-REACT-IN
                   AT END MOVE 'Y' TO WS-EOF
