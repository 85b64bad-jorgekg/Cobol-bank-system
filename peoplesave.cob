               SET AUDIT-AFT-ACTIVE TO TRUE
               MOVE 0 TO PEOPLE-FAIL-COUNT
               MOVE 0 TO AUDIT-AFT-FAIL-COUNT
               MOVE 0 TO PEOPLE-DEATH-DATE
               MOVE 0 TO AUDIT-AFT-DEATH-DATE
               MOVE 0 TO PEOPLE-ANON-DATE
               MOVE 0 TO AUDIT-AFT-ANON-DATE
               MOVE SPACE TO PEOPLE-MAIL-STATUS
               MOVE SPACE TO AUDIT-AFT-MAIL-STATUS
               MOVE 0 TO PEOPLE-MAIL-RETURN-COUNT
               MOVE 0 TO AUDIT-AFT-MAIL-RETURN-COUNT
               MOVE 0 TO PEOPLE-MAIL-RETURN-DATE
               MOVE 0 TO AUDIT-AFT-MAIL-RETURN-DATE
               MOVE WS-HASHED-SENHA TO PEOPLE-SENHA
               CLOSE PEOPLE-RW
               OPEN EXTEND PEOPLE
               END-IF
           ELSE
               MOVE PEOPLE-RW-FILE TO AUDIT-BEF
      *        Endereco novo libera a correspondencia retida por
      *        devolucao do correio
               IF PEOPLE-RW-UNDELIVERABLE AND
                       (WS-PEOPLE-IN-CITY NOT = PEOPLE-RW-CITY OR
                        WS-PEOPLE-IN-NEIGHBORHOOD NOT =
                            PEOPLE-RW-NEIGHBORHOOD OR
                        WS-PEOPLE-IN-STREET NOT = PEOPLE-RW-STREET OR
                        WS-PEOPLE-IN-NUMBER NOT = PEOPLE-RW-NUMBER OR
                        WS-PEOPLE-IN-CEP NOT = PEOPLE-RW-CEP) THEN
                   MOVE SPACE TO PEOPLE-RW-MAIL-STATUS
                   MOVE 0 TO PEOPLE-RW-MAIL-RETURN-COUNT
                   MOVE 0 TO PEOPLE-RW-MAIL-RETURN-DATE
                   DISPLAY 'ENDERECO ATUALIZADO, CORRESPONDENCIA '
                       'LIBERADA: ' WS-PEOPLE-IN-ID
               END-IF
               MOVE WS-PEOPLE-IN-NAME TO PEOPLE-RW-NAME
               MOVE WS-PEOPLE-IN-BIRTH TO PEOPLE-RW-BIRTH
               MOVE WS-PEOPLE-IN-CITY TO PEOPLE-RW-CITY
               MOVE WS-PEOPLE-IN-TELEFONE TO PEOPLE-RW-TELEFONE
               MOVE WS-HASHED-SENHA TO PEOPLE-RW-SENHA
               MOVE PEOPLE-RW-CPF TO AUDIT-AFT-CPF
               MOVE PEOPLE-RW-MAIL-STATUS TO AUDIT-AFT-MAIL-STATUS
               MOVE PEOPLE-RW-MAIL-RETURN-COUNT
                   TO AUDIT-AFT-MAIL-RETURN-COUNT
               MOVE PEOPLE-RW-MAIL-RETURN-DATE
                   TO AUDIT-AFT-MAIL-RETURN-DATE
               REWRITE PEOPLE-RW-FILE
               END-REWRITE
               IF FS NOT = '00' THEN
           END-IF.
           IF FS-KYC = '00' THEN
               MOVE WS-PEOPLE-IN-ID TO KYC-RW-PEOPLE-ID
               CALL 'BANK-PROCESSING-DATE' USING KYC-RW-LAST-DATE
               END-CALL
               SET KYC-RW-FROM-SAVE TO TRUE
               WRITE KYC-RW-FILE
                 INVALID KEY
