                                     DISPLAY 'CLIENTE BLOQUEADO: '
                                         WS-HOLDER-IN-PEOPLE-ID
                                 END-IF
                                 IF PEOPLE-RW-DECEASED THEN
                                     MOVE 'N' TO WS-VALID
                                     DISPLAY 'CLIENTE FALECIDO: '
                                         WS-HOLDER-IN-PEOPLE-ID
                                 END-IF
                             END-READ
                         END-IF
                         IF WS-VALID = 'Y' AND
