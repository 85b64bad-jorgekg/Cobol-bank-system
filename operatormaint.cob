      * Purpose:Manutencao do cadastro de operadores
      *         (storage/operator.data) pela fila de entrada: inclusao
      *         ou atualizacao ('I') com nome e papel ('T' caixa, 'S'
      *         supervisor, 'C' analista de compliance, 'A'
      *         atendimento do SAC e da ouvidoria) e o cadastro
      *         de cliente do operador quando ele e correntista,
      *         inativacao ('B') e reativacao ('A') de matriculas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     IF WS-OPER-IN-ACTION = 'I' THEN
                         IF WS-OPER-IN-ROLE NOT = 'T' AND
                                 WS-OPER-IN-ROLE NOT = 'S' AND
                                 WS-OPER-IN-ROLE NOT = 'C' AND
                                 WS-OPER-IN-ROLE NOT = 'A' THEN
                             DISPLAY 'PAPEL INVALIDO: '
                                 WS-OPER-IN-ROLE
                         ELSE
                                 TO OPER-RW-MATRICULA
                             MOVE WS-OPER-IN-NAME TO OPER-RW-NAME
                             MOVE WS-OPER-IN-ROLE TO OPER-RW-ROLE
                             IF WS-OPER-IN-PEOPLE-ID NOT NUMERIC THEN
                                 MOVE 0 TO WS-OPER-IN-PEOPLE-ID
                             END-IF
                             MOVE WS-OPER-IN-PEOPLE-ID
                                 TO OPER-RW-PEOPLE-ID
                             SET OPER-RW-ACTIVE TO TRUE
                             WRITE OPERATOR-RW-FILE
                               INVALID KEY
