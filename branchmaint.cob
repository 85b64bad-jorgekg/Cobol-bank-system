      ******************************************************************
      * Author:
      * Date:
      * Purpose:Manutencao do cadastro de agencias
      *         (storage/branch.data) pela fila de entrada, com
      *         matricula de supervisor: inclusao ou atualizacao ('I')
      *         de codigo, nome, endereco e regional, fechamento ('F')
      *         e reabertura ('A').  Agencia com conta aberta,
      *         congelada ou dormente nao fecha: as contas precisam
      *         ser transferidas antes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BRANCH-IN ASSIGN TO 'input/branch.data'.
             SELECT BRANCH-RW ASSIGN TO 'storage/branch.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS BRANCH-RW-CODE
             FILE STATUS IS FS-BRANCH.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS.

       DATA DIVISION.
           FILE SECTION.
           FD BRANCH-IN.
           01 BRANCH-IN-FILE.
               COPY BRANCHREC REPLACING ==:PFX:== BY ==BRANCH-IN==.
               05 BRANCH-IN-ACTION PIC A(1).
               05 BRANCH-IN-OPERATOR PIC A(10).

           FD BRANCH-RW.
           01 BRANCH-RW-FILE.
               COPY BRANCHREC REPLACING ==:PFX:== BY ==BRANCH-RW==.

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           WORKING-STORAGE SECTION.
           01 WS-BRANCH-IN.
               COPY BRANCHREC REPLACING ==:PFX:== BY ==WS-BRANCH-IN==.
               05 WS-BRANCH-IN-ACTION PIC A(1).
               05 WS-BRANCH-IN-OPERATOR PIC A(10).
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20)
                   VALUE 'BRANCHMAINT'.
               05 WS-OPER-CHK-OK PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-SCAN-DONE PIC A(1).
           01 WS-OPEN-ACCOUNTS PIC 9(7).
           01 WS-TODAY PIC 9(8).
           01 FS-BRANCH PIC X(2).
           01 FS PIC X(2).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT BRANCH-IN.
           OPEN I-O BRANCH-RW.
           IF FS-BRANCH = '35' THEN
               CLOSE BRANCH-RW
               OPEN OUTPUT BRANCH-RW
               CLOSE BRANCH-RW
               OPEN I-O BRANCH-RW
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BRANCH-IN INTO WS-BRANCH-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     MOVE WS-BRANCH-IN-OPERATOR TO WS-OPER-CHK-MATRICULA
                     MOVE 'S' TO WS-OPER-CHK-ROLE
                     CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                     END-CALL
                     IF WS-OPER-CHK-OK = 'N' THEN
                         DISPLAY 'AGENCIA RECUSADA, MATRICULA SEM '
                             'ALCADA: ' WS-BRANCH-IN-OPERATOR
                     ELSE
                     IF WS-BRANCH-IN-CODE = 0 THEN
                         DISPLAY 'CODIGO DE AGENCIA ZERADO REJEITADO'
                     ELSE
                     IF WS-BRANCH-IN-ACTION = 'I' THEN
                         IF WS-BRANCH-IN-NAME = SPACES THEN
                             DISPLAY 'AGENCIA SEM NOME: '
                                 WS-BRANCH-IN-CODE
                         ELSE
                             MOVE WS-BRANCH-IN-CODE TO BRANCH-RW-CODE
                             READ BRANCH-RW
                               INVALID KEY
                                 SET BRANCH-RW-ACTIVE TO TRUE
                                 MOVE WS-TODAY TO BRANCH-RW-OPEN-DATE
                                 MOVE 0 TO BRANCH-RW-CLOSE-DATE
                             END-READ
                             MOVE WS-BRANCH-IN-NAME TO BRANCH-RW-NAME
                             MOVE WS-BRANCH-IN-STREET
                                 TO BRANCH-RW-STREET
                             MOVE WS-BRANCH-IN-NUMBER
                                 TO BRANCH-RW-NUMBER
                             MOVE WS-BRANCH-IN-NEIGHBORHOOD
                                 TO BRANCH-RW-NEIGHBORHOOD
                             MOVE WS-BRANCH-IN-CITY TO BRANCH-RW-CITY
                             MOVE WS-BRANCH-IN-CEP TO BRANCH-RW-CEP
                             MOVE WS-BRANCH-IN-REGION
                                 TO BRANCH-RW-REGION
                             WRITE BRANCH-RW-FILE
                               INVALID KEY
                                 REWRITE BRANCH-RW-FILE
                                 END-REWRITE
                             END-WRITE
                             DISPLAY 'AGENCIA GRAVADA: '
                                 BRANCH-RW-CODE ' REGIONAL: '
                                 BRANCH-RW-REGION
                         END-IF
                     ELSE
                         MOVE WS-BRANCH-IN-CODE TO BRANCH-RW-CODE
                         READ BRANCH-RW
                           INVALID KEY
                             DISPLAY 'AGENCIA NAO ENCONTRADA: '
                                 WS-BRANCH-IN-CODE
                           NOT INVALID KEY
                             IF WS-BRANCH-IN-ACTION = 'F' THEN
                                 PERFORM CONTA-CONTAS-ABERTAS
                                 IF WS-OPEN-ACCOUNTS > 0 THEN
                                     DISPLAY 'FECHAMENTO RECUSADO, '
                                         'AGENCIA COM ' WS-OPEN-ACCOUNTS
                                         ' CONTAS: ' WS-BRANCH-IN-CODE
                                 ELSE
                                     SET BRANCH-RW-CLOSED TO TRUE
                                     MOVE WS-TODAY TO
                                         BRANCH-RW-CLOSE-DATE
                                     REWRITE BRANCH-RW-FILE
                                     END-REWRITE
                                     DISPLAY 'AGENCIA FECHADA: '
                                         WS-BRANCH-IN-CODE
                                 END-IF
                             ELSE
                             IF WS-BRANCH-IN-ACTION = 'A' THEN
                                 SET BRANCH-RW-ACTIVE TO TRUE
                                 MOVE 0 TO BRANCH-RW-CLOSE-DATE
                                 REWRITE BRANCH-RW-FILE
                                 END-REWRITE
                                 DISPLAY 'AGENCIA REABERTA: '
                                     WS-BRANCH-IN-CODE
                             ELSE
                                 DISPLAY 'ACAO INVALIDA: '
                                     WS-BRANCH-IN-ACTION
                             END-IF
                             END-IF
                         END-READ
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-IN.
           CLOSE BRANCH-RW.
           GOBACK.

      *    Contas ainda vinculadas a agencia e nao encerradas
       CONTA-CONTAS-ABERTAS.
           MOVE 0 TO WS-OPEN-ACCOUNTS.
           OPEN INPUT STATEMENT-OUT.
           IF FS = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ STATEMENT-OUT NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF ACCOUNT-OUT-BRANCH = WS-BRANCH-IN-CODE AND
                                 NOT ACCOUNT-OUT-CLOSED THEN
                             ADD 1 TO WS-OPEN-ACCOUNTS
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-OUT
           END-IF.
