      ******************************************************************
      * Author:
      * Date:
      * Purpose:Manutencao do representante legal de cliente menor de
      *         idade (storage/legalrep.data) pela fila de entrada:
      *         inclusao ou troca ('I') do pai, mae ou tutor que
      *         responde pelo menor e encerramento ('E') do vinculo,
      *         com matricula de supervisor.  O menor precisa ter
      *         menos de 18 anos e o representante ser cliente ativo,
      *         maior de idade e diferente do proprio menor
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALREP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT REP-IN ASSIGN TO 'input/legalrep.data'.
             SELECT LEGALREP-RW ASSIGN TO 'storage/legalrep.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS REP-RW-MINOR-ID
             FILE STATUS IS FS-REP.
             SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PEOPLE-RW-ID
             FILE STATUS IS FS-PEOPLE.

       DATA DIVISION.
           FILE SECTION.
           FD REP-IN.
           01 REP-IN-FILE.
               05 REP-IN-MINOR-ID PIC 9(10).
               05 REP-IN-REP-ID PIC 9(10).
               05 REP-IN-RELATION PIC A(1).
               05 REP-IN-ACTION PIC A(1).
               05 REP-IN-OPERATOR PIC A(10).

           FD LEGALREP-RW.
           01 LEGALREP-RW-FILE.
               COPY LEGALREPREC REPLACING ==:PFX:== BY ==REP-RW==.

           FD PEOPLE-RW.
           01 PEOPLE-RW-FILE.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

           WORKING-STORAGE SECTION.
           01 WS-REP-IN.
               05 WS-REP-IN-MINOR-ID PIC 9(10).
               05 WS-REP-IN-REP-ID PIC 9(10).
               05 WS-REP-IN-RELATION PIC A(1).
               05 WS-REP-IN-ACTION PIC A(1).
               05 WS-REP-IN-OPERATOR PIC A(10).
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20)
                   VALUE 'LEGALREP'.
               05 WS-OPER-CHK-OK PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-BIRTH-ALPHA PIC A(8).
           01 WS-BIRTH-NUM REDEFINES WS-BIRTH-ALPHA PIC 9(8).
           01 FS-REP PIC X(2).
           01 FS-PEOPLE PIC X(2).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT REP-IN.
           OPEN INPUT PEOPLE-RW.
           OPEN I-O LEGALREP-RW.
           IF FS-REP = '35' THEN
               CLOSE LEGALREP-RW
               OPEN OUTPUT LEGALREP-RW
               CLOSE LEGALREP-RW
               OPEN I-O LEGALREP-RW
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ REP-IN INTO WS-REP-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     MOVE 'Y' TO WS-VALID
                     MOVE WS-REP-IN-OPERATOR TO WS-OPER-CHK-MATRICULA
                     MOVE 'S' TO WS-OPER-CHK-ROLE
                     CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                     END-CALL
                     IF WS-OPER-CHK-OK = 'N' THEN
                         MOVE 'N' TO WS-VALID
                         DISPLAY 'REPRESENTANTE RECUSADO, MATRICULA '
                             'SEM ALCADA: ' WS-REP-IN-OPERATOR
                     END-IF
                     IF WS-VALID = 'Y' AND
                             WS-REP-IN-ACTION = 'E' THEN
                         MOVE WS-REP-IN-MINOR-ID TO REP-RW-MINOR-ID
                         READ LEGALREP-RW
                           INVALID KEY
                             DISPLAY 'VINCULO NAO ENCONTRADO: '
                                 WS-REP-IN-MINOR-ID
                           NOT INVALID KEY
                             SET REP-RW-ENDED TO TRUE
                             MOVE WS-TODAY TO REP-RW-END-DATE
                             REWRITE LEGALREP-RW-FILE
                             END-REWRITE
                             DISPLAY 'REPRESENTACAO ENCERRADA: '
                                 WS-REP-IN-MINOR-ID ' / '
                                 REP-RW-REP-ID
                         END-READ
                     END-IF
                     IF WS-VALID = 'Y' AND
                             WS-REP-IN-ACTION NOT = 'E' THEN
      *                  Menor: nascimento + 18 anos depois da data de
      *                  movimento
                         MOVE WS-REP-IN-MINOR-ID TO PEOPLE-RW-ID
                         READ PEOPLE-RW
                           INVALID KEY
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'MENOR NAO ENCONTRADO: '
                                 WS-REP-IN-MINOR-ID
                           NOT INVALID KEY
                             MOVE PEOPLE-RW-BIRTH TO WS-BIRTH-ALPHA
                             IF WS-BIRTH-NUM NOT NUMERIC THEN
                                 MOVE 'N' TO WS-VALID
                             ELSE
                                 IF WS-BIRTH-NUM + 180000
                                     NOT > WS-TODAY THEN
                                     MOVE 'N' TO WS-VALID
                                 END-IF
                             END-IF
                             IF WS-VALID = 'N' THEN
                                 DISPLAY 'CLIENTE NAO E MENOR DE '
                                     'IDADE: ' WS-REP-IN-MINOR-ID
                             END-IF
                         END-READ
                         IF WS-VALID = 'Y' AND
                                 (WS-REP-IN-REP-ID = 0 OR
                                  WS-REP-IN-REP-ID =
                                      WS-REP-IN-MINOR-ID) THEN
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'REPRESENTANTE INVALIDO: '
                                 WS-REP-IN-REP-ID
                         END-IF
                         IF WS-VALID = 'Y' THEN
                             MOVE WS-REP-IN-REP-ID TO PEOPLE-RW-ID
                             READ PEOPLE-RW
                               INVALID KEY
                                 MOVE 'N' TO WS-VALID
                                 DISPLAY 'REPRESENTANTE NAO '
                                     'ENCONTRADO: ' WS-REP-IN-REP-ID
                               NOT INVALID KEY
                                 IF NOT PEOPLE-RW-ACTIVE THEN
                                     MOVE 'N' TO WS-VALID
                                     DISPLAY 'REPRESENTANTE NAO ATIVO: '
                                         WS-REP-IN-REP-ID
                                 END-IF
                                 MOVE PEOPLE-RW-BIRTH TO WS-BIRTH-ALPHA
                                 IF WS-VALID = 'Y' AND
                                         (WS-BIRTH-NUM NOT NUMERIC OR
                                          WS-BIRTH-NUM + 180000
                                              > WS-TODAY) THEN
                                     MOVE 'N' TO WS-VALID
                                     DISPLAY 'REPRESENTANTE MENOR DE '
                                         'IDADE: ' WS-REP-IN-REP-ID
                                 END-IF
                             END-READ
                         END-IF
                         IF WS-VALID = 'Y' AND
                                 WS-REP-IN-RELATION NOT = 'P' AND
                                 WS-REP-IN-RELATION NOT = 'T' THEN
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'PARENTESCO INVALIDO: '
                                 WS-REP-IN-RELATION
                         END-IF
                         IF WS-VALID = 'Y' THEN
                             MOVE WS-REP-IN-MINOR-ID
                                 TO REP-RW-MINOR-ID
                             MOVE WS-REP-IN-REP-ID TO REP-RW-REP-ID
                             MOVE WS-REP-IN-RELATION
                                 TO REP-RW-RELATION
                             MOVE WS-TODAY TO REP-RW-START-DATE
                             MOVE 0 TO REP-RW-END-DATE
                             SET REP-RW-ACTIVE TO TRUE
                             WRITE LEGALREP-RW-FILE
                               INVALID KEY
                                 REWRITE LEGALREP-RW-FILE
                                 END-REWRITE
                             END-WRITE
                             DISPLAY 'REPRESENTANTE GRAVADO: '
                                 WS-REP-IN-MINOR-ID ' / '
                                 WS-REP-IN-REP-ID ' PARENTESCO: '
                                 WS-REP-IN-RELATION
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE REP-IN.
           CLOSE PEOPLE-RW.
           CLOSE LEGALREP-RW.
           GOBACK.
