      ******************************************************************
      * Author:
      * Date:
      * Purpose:Transferencia de conta entre agencias pela fila de
      *         entrada, com matricula de supervisor: a conta nao
      *         encerrada passa para a agencia de destino, que precisa
      *         estar ativa no cadastro storage/branch.data.  Cada
      *         transferencia fica registrada com agencia anterior,
      *         nova, operador, data e hora em
      *         storage/branchtransfer.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTBRANCH.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT TRANSFER-IN ASSIGN TO 'input/accountbranch.data'.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS.
             SELECT BRANCH-RW ASSIGN TO 'storage/branch.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS BRANCH-RW-CODE
             FILE STATUS IS FS-BRANCH.
             SELECT TRANSFER-LOG ASSIGN TO
                 'storage/branchtransfer.data'
             FILE STATUS IS FS-LOG.

       DATA DIVISION.
           FILE SECTION.
           FD TRANSFER-IN.
           01 TRANSFER-IN-FILE.
               05 TRANSFER-IN-ACCOUNT-ID PIC 9(10).
               05 TRANSFER-IN-BRANCH PIC 9(4).
               05 TRANSFER-IN-OPERATOR PIC A(10).

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           FD BRANCH-RW.
           01 BRANCH-RW-FILE.
               COPY BRANCHREC REPLACING ==:PFX:== BY ==BRANCH-RW==.

           FD TRANSFER-LOG.
           01 TRANSFER-LOG-FILE.
               05 TRANSFER-LOG-ACCOUNT-ID PIC 9(10).
               05 TRANSFER-LOG-FROM-BRANCH PIC 9(4).
               05 TRANSFER-LOG-TO-BRANCH PIC 9(4).
               05 TRANSFER-LOG-OPERATOR PIC A(10).
               05 TRANSFER-LOG-DATE PIC 9(8).
               05 TRANSFER-LOG-TIME PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-TRANSFER-IN.
               05 WS-TRANSFER-IN-ACCOUNT-ID PIC 9(10).
               05 WS-TRANSFER-IN-BRANCH PIC 9(4).
               05 WS-TRANSFER-IN-OPERATOR PIC A(10).
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20)
                   VALUE 'ACCOUNTBRANCH'.
               05 WS-OPER-CHK-OK PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-FROM-BRANCH PIC 9(4).
           01 WS-TODAY PIC 9(8).
           01 FS PIC X(2).
           01 FS-BRANCH PIC X(2).
           01 FS-LOG PIC X(2).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT TRANSFER-IN.
           OPEN I-O STATEMENT-OUT.
           OPEN INPUT BRANCH-RW.
           IF FS NOT = '00' OR FS-BRANCH NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR CONTAS OU AGENCIAS: '
                   FS ' ' FS-BRANCH
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSFER-IN INTO WS-TRANSFER-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     MOVE 'Y' TO WS-VALID
                     MOVE WS-TRANSFER-IN-OPERATOR
                         TO WS-OPER-CHK-MATRICULA
                     MOVE 'S' TO WS-OPER-CHK-ROLE
                     CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                     END-CALL
                     IF WS-OPER-CHK-OK = 'N' THEN
                         MOVE 'N' TO WS-VALID
                         DISPLAY 'TRANSFERENCIA RECUSADA, MATRICULA '
                             'SEM ALCADA: ' WS-TRANSFER-IN-OPERATOR
                     END-IF
                     IF WS-VALID = 'Y' THEN
                         MOVE WS-TRANSFER-IN-BRANCH TO BRANCH-RW-CODE
                         READ BRANCH-RW
                           INVALID KEY
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'AGENCIA NAO ENCONTRADA: '
                                 WS-TRANSFER-IN-BRANCH
                           NOT INVALID KEY
                             IF NOT BRANCH-RW-ACTIVE THEN
                                 MOVE 'N' TO WS-VALID
                                 DISPLAY 'AGENCIA FECHADA: '
                                     WS-TRANSFER-IN-BRANCH
                             END-IF
                         END-READ
                     END-IF
                     IF WS-VALID = 'Y' THEN
                         MOVE WS-TRANSFER-IN-ACCOUNT-ID
                             TO ACCOUNT-OUT-ID
                         READ STATEMENT-OUT
                           INVALID KEY
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'CONTA NAO ENCONTRADA: '
                                 WS-TRANSFER-IN-ACCOUNT-ID
                           NOT INVALID KEY
                             IF ACCOUNT-OUT-CLOSED THEN
                                 MOVE 'N' TO WS-VALID
                                 DISPLAY 'CONTA ENCERRADA: '
                                     WS-TRANSFER-IN-ACCOUNT-ID
                             ELSE
                             IF ACCOUNT-OUT-BRANCH =
                                     WS-TRANSFER-IN-BRANCH THEN
                                 MOVE 'N' TO WS-VALID
                                 DISPLAY 'CONTA JA ESTA NA AGENCIA: '
                                     WS-TRANSFER-IN-ACCOUNT-ID
                             END-IF
                             END-IF
                         END-READ
                     END-IF
                     IF WS-VALID = 'Y' THEN
                         MOVE ACCOUNT-OUT-BRANCH TO WS-FROM-BRANCH
                         MOVE WS-TRANSFER-IN-BRANCH
                             TO ACCOUNT-OUT-BRANCH
                         REWRITE ACCOUNT-OUT-MOVEMENT
                         END-REWRITE
                         IF FS NOT = '00' THEN
                             DISPLAY 'ERRO AO TRANSFERIR CONTA: '
                                 WS-TRANSFER-IN-ACCOUNT-ID ' ' FS
                         ELSE
                             MOVE WS-TRANSFER-IN-ACCOUNT-ID
                                 TO TRANSFER-LOG-ACCOUNT-ID
                             MOVE WS-FROM-BRANCH
                                 TO TRANSFER-LOG-FROM-BRANCH
                             MOVE WS-TRANSFER-IN-BRANCH
                                 TO TRANSFER-LOG-TO-BRANCH
                             MOVE WS-TRANSFER-IN-OPERATOR
                                 TO TRANSFER-LOG-OPERATOR
                             MOVE WS-TODAY TO TRANSFER-LOG-DATE
                             ACCEPT TRANSFER-LOG-TIME FROM TIME
                             OPEN EXTEND TRANSFER-LOG
                             IF FS-LOG = '35' THEN
                                 OPEN OUTPUT TRANSFER-LOG
                             END-IF
                             WRITE TRANSFER-LOG-FILE
                             END-WRITE
                             CLOSE TRANSFER-LOG
                             DISPLAY 'CONTA TRANSFERIDA: '
                                 WS-TRANSFER-IN-ACCOUNT-ID ' AGENCIA '
                                 WS-FROM-BRANCH ' PARA '
                                 WS-TRANSFER-IN-BRANCH
                         END-IF
                     END-IF
               END-READ
           END-PERFORM
           END-IF.
           CLOSE TRANSFER-IN.
           CLOSE STATEMENT-OUT.
           CLOSE BRANCH-RW.
           GOBACK.
