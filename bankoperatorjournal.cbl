      ******************************************************************
      * Author:
      * Date:
      * Purpose:Diario de atividade por operador para a auditoria
      *         interna: le o razao storage/statementledger.data na
      *         data pedida em input/operatorjournal.data (ou na data
      *         de processamento, na falta dela) e totaliza, por
      *         origem do lancamento (matricula, job de lote ou fila)
      *         e moeda, quantidade, creditos, debitos e lancamentos
      *         aprovados por supervisor em
      *         output/operatorjournal.data.  Aponta para a auditoria
      *         em output/operatoralert.data o lancamento do operador
      *         em conta da qual ele e titular, o movimento aprovado
      *         pela mesma matricula que o lancou e o estorno feito ou
      *         aprovado pelo operador que lancou o original
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-OPERATOR-JOURNAL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DATE-IN ASSIGN TO 'input/operatorjournal.data'
              FILE STATUS IS FS-DATE.
              SELECT LEDGER-IN
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS LEDGER-IN-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT LEDGER-REF
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LEDGER-REF-KEY
              FILE STATUS IS FS-LEDGER-REF.
              SELECT OPERATOR-IN ASSIGN TO 'storage/operator.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS OPER-IN-MATRICULA
              FILE STATUS IS FS-OPER.
              SELECT STATEMENT-IN ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS ACCOUNT-IN-ID
              ALTERNATE RECORD KEY IS ACCOUNT-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-ACCOUNT.
              SELECT JOURNAL-OUT
                  ASSIGN TO 'output/operatorjournal.data'
              FILE STATUS IS FS-JOURNAL.
              SELECT ALERT-OUT ASSIGN TO 'output/operatoralert.data'
              FILE STATUS IS FS-ALERT.

       DATA DIVISION.
       FILE SECTION.
       FD DATE-IN.
       01 DATE-IN-FILE.
           05 DATE-IN-DATE PIC 9(8).

       FD LEDGER-IN.
       01 LEDGER-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

       FD LEDGER-REF.
       01 LEDGER-REF-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-REF==.

       FD OPERATOR-IN.
       01 OPERATOR-IN-FILE.
           COPY OPERREC REPLACING ==:PFX:== BY ==OPER-IN==.

       FD STATEMENT-IN.
       01 ACCOUNT-IN-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-IN==.

       FD JOURNAL-OUT.
       01 JOURNAL-OUT-FILE.
           05 JOURNAL-OUT-DATE PIC 9(8).
           05 JOURNAL-OUT-ORIGIN-TYPE PIC A(1).
           05 JOURNAL-OUT-ORIGIN PIC X(20).
           05 JOURNAL-OUT-ROLE PIC A(1).
           05 JOURNAL-OUT-CURRENCY PIC A(3).
           05 JOURNAL-OUT-ITEMS PIC 9(7).
           05 JOURNAL-OUT-CREDITS PIC 9(13)V9(2).
           05 JOURNAL-OUT-DEBITS PIC 9(13)V9(2).
           05 JOURNAL-OUT-APPROVED PIC 9(7).
           05 JOURNAL-OUT-FLAGGED PIC 9(7).

       FD ALERT-OUT.
       01 ALERT-OUT-FILE.
           05 ALERT-OUT-DATE PIC 9(8).
           05 ALERT-OUT-ORIGIN PIC X(20).
           05 ALERT-OUT-APPROVER PIC A(10).
           05 ALERT-OUT-ACCOUNT-ID PIC 9(10).
           05 ALERT-OUT-TIME PIC 9(8).
           05 ALERT-OUT-TXN-ID PIC 9(14).
           05 ALERT-OUT-OPERATION PIC A(3).
           05 ALERT-OUT-VALUE PIC 9(10)V9(2).
           05 ALERT-OUT-CURRENCY PIC A(3).
           05 ALERT-OUT-REASON PIC A(40).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-OPER-JOURNAL'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-DATE PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-LEDGER-REF PIC X(2).
       01 FS-OPER PIC X(2).
       01 FS-ACCOUNT PIC X(2).
       01 FS-JOURNAL PIC X(2).
       01 FS-ALERT PIC X(2).
       01 WS-LEDGER-REF-OPEN PIC A(1) VALUE 'N'.
       01 WS-OPER-OPEN PIC A(1) VALUE 'N'.
       01 WS-ACCOUNT-OPEN PIC A(1) VALUE 'N'.
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-LEDGER-DRCR PIC A(1).
       01 WS-OPER-ROLE PIC A(1).
       01 WS-OPER-PEOPLE-ID PIC 9(10).
       01 WS-ALERT-REASON PIC A(40).
      *    Movimento do dia por origem e moeda
       01 WS-JRN-MAX PIC 9(4) COMP VALUE 1000.
       01 WS-JRN-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-JRN-IDX PIC 9(4) COMP.
       01 WS-JRN-FOUND PIC A(1).
       01 WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 1000 TIMES.
               10 WS-JRN-ORIGIN-TYPE PIC A(1).
               10 WS-JRN-ORIGIN PIC X(20).
               10 WS-JRN-ROLE PIC A(1).
               10 WS-JRN-CURRENCY PIC A(3).
               10 WS-JRN-ITEMS PIC 9(7).
               10 WS-JRN-CREDITS PIC 9(13)V9(2).
               10 WS-JRN-DEBITS PIC 9(13)V9(2).
               10 WS-JRN-APPROVED PIC 9(7).
               10 WS-JRN-FLAGGED PIC 9(7).
       01 WS-COUNT-ENTRIES PIC 9(7) VALUE 0.
       01 WS-COUNT-FLAGGED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-REPORT-DATE
           END-CALL.
           OPEN INPUT DATE-IN.
           IF FS-DATE = '00' THEN
               READ DATE-IN
                   AT END CONTINUE
                   NOT AT END
                     IF DATE-IN-DATE > 0 THEN
                         MOVE DATE-IN-DATE TO WS-REPORT-DATE
                     END-IF
               END-READ
               CLOSE DATE-IN
           END-IF.
           OPEN INPUT LEDGER-REF.
           IF FS-LEDGER-REF = '00' THEN
               MOVE 'Y' TO WS-LEDGER-REF-OPEN
           END-IF.
           OPEN INPUT OPERATOR-IN.
           IF FS-OPER = '00' THEN
               MOVE 'Y' TO WS-OPER-OPEN
           END-IF.
           OPEN INPUT STATEMENT-IN.
           IF FS-ACCOUNT = '00' THEN
               MOVE 'Y' TO WS-ACCOUNT-OPEN
           END-IF.
           OPEN INPUT LEDGER-IN.
           OPEN OUTPUT JOURNAL-OUT.
           OPEN OUTPUT ALERT-OUT.
           IF FS-LEDGER NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENTLEDGER.DATA: '
                   FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           IF FS-JOURNAL NOT = '00' OR FS-ALERT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO DIARIO DE '
                   'OPERADORES: ' FS-JOURNAL ' ' FS-ALERT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEDGER-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF LEDGER-IN-DATE = WS-REPORT-DATE THEN
                             ADD 1 TO WS-RUN-LOG-READ
                             ADD 1 TO WS-COUNT-ENTRIES
                             PERFORM ACUMULA-OPERADOR
                             IF WS-JRN-IDX > 0 AND
                                     LEDGER-IN-BY-OPERATOR THEN
                                 PERFORM CONFERE-LANCAMENTO
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                       UNTIL WS-JRN-IDX > WS-JRN-COUNT
                   MOVE WS-REPORT-DATE TO JOURNAL-OUT-DATE
                   MOVE WS-JRN-ORIGIN-TYPE(WS-JRN-IDX)
                       TO JOURNAL-OUT-ORIGIN-TYPE
                   MOVE WS-JRN-ORIGIN(WS-JRN-IDX)
                       TO JOURNAL-OUT-ORIGIN
                   MOVE WS-JRN-ROLE(WS-JRN-IDX) TO JOURNAL-OUT-ROLE
                   MOVE WS-JRN-CURRENCY(WS-JRN-IDX)
                       TO JOURNAL-OUT-CURRENCY
                   MOVE WS-JRN-ITEMS(WS-JRN-IDX) TO JOURNAL-OUT-ITEMS
                   MOVE WS-JRN-CREDITS(WS-JRN-IDX)
                       TO JOURNAL-OUT-CREDITS
                   MOVE WS-JRN-DEBITS(WS-JRN-IDX)
                       TO JOURNAL-OUT-DEBITS
                   MOVE WS-JRN-APPROVED(WS-JRN-IDX)
                       TO JOURNAL-OUT-APPROVED
                   MOVE WS-JRN-FLAGGED(WS-JRN-IDX)
                       TO JOURNAL-OUT-FLAGGED
                   WRITE JOURNAL-OUT-FILE
                   END-WRITE
                   ADD 1 TO WS-RUN-LOG-WRITTEN
                   DISPLAY 'OPERADOR ' JOURNAL-OUT-ORIGIN-TYPE ' '
                       JOURNAL-OUT-ORIGIN ' ' JOURNAL-OUT-CURRENCY
                       ' ITENS ' JOURNAL-OUT-ITEMS
                       ' ALERTAS ' JOURNAL-OUT-FLAGGED
               END-PERFORM
               DISPLAY 'DIARIO DE OPERADORES DE ' WS-REPORT-DATE ': '
                   WS-COUNT-ENTRIES ' LANCAMENTOS, ' WS-JRN-COUNT
                   ' ORIGENS, ' WS-COUNT-FLAGGED ' ALERTAS'
               CLOSE JOURNAL-OUT
               CLOSE ALERT-OUT
               CLOSE LEDGER-IN
           END-IF
           END-IF.
           IF WS-LEDGER-REF-OPEN = 'Y' THEN
               CLOSE LEDGER-REF
           END-IF.
           IF WS-OPER-OPEN = 'Y' THEN
               CLOSE OPERATOR-IN
           END-IF.
           IF WS-ACCOUNT-OPEN = 'Y' THEN
               CLOSE STATEMENT-IN
           END-IF.
           MOVE WS-COUNT-FLAGGED TO WS-RUN-LOG-REJECTED.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Soma o lancamento na linha da origem e moeda; lancamento
      *    antigo, gravado antes da origem existir, fica como fila
       ACUMULA-OPERADOR.
           IF LEDGER-IN-ORIGIN-TYPE NOT = 'O' AND
                   LEDGER-IN-ORIGIN-TYPE NOT = 'J' AND
                   LEDGER-IN-ORIGIN-TYPE NOT = 'F' THEN
               SET LEDGER-IN-BY-QUEUE TO TRUE
               MOVE SPACES TO LEDGER-IN-ORIGIN
               MOVE SPACES TO LEDGER-IN-APPROVER
           END-IF.
           IF LEDGER-IN-APPROVER = LOW-VALUES THEN
               MOVE SPACES TO LEDGER-IN-APPROVER
           END-IF.
           IF LEDGER-IN-CREDIT OR
                   (NOT LEDGER-IN-DEBIT AND
                   (LEDGER-IN-OPERATION = 'DEP' OR
                    LEDGER-IN-OPERATION = 'EMP' OR
                    LEDGER-IN-OPERATION = 'JUR')) THEN
               MOVE 'C' TO WS-LEDGER-DRCR
           ELSE
               MOVE 'D' TO WS-LEDGER-DRCR
           END-IF.
           MOVE 'N' TO WS-JRN-FOUND.
           PERFORM VARYING WS-JRN-IDX FROM 1 BY 1
                   UNTIL WS-JRN-IDX > WS-JRN-COUNT
                   OR WS-JRN-FOUND = 'Y'
               IF WS-JRN-ORIGIN-TYPE(WS-JRN-IDX) =
                       LEDGER-IN-ORIGIN-TYPE AND
                       WS-JRN-ORIGIN(WS-JRN-IDX) =
                       LEDGER-IN-ORIGIN AND
                       WS-JRN-CURRENCY(WS-JRN-IDX) =
                       LEDGER-IN-CURRENCY THEN
                   MOVE 'Y' TO WS-JRN-FOUND
                   SUBTRACT 1 FROM WS-JRN-IDX
               END-IF
           END-PERFORM.
           IF WS-JRN-FOUND = 'N' THEN
               IF WS-JRN-COUNT < WS-JRN-MAX THEN
                   ADD 1 TO WS-JRN-COUNT
                   MOVE WS-JRN-COUNT TO WS-JRN-IDX
                   MOVE LEDGER-IN-ORIGIN-TYPE TO
                       WS-JRN-ORIGIN-TYPE(WS-JRN-IDX)
                   MOVE LEDGER-IN-ORIGIN TO
                       WS-JRN-ORIGIN(WS-JRN-IDX)
                   MOVE LEDGER-IN-CURRENCY TO
                       WS-JRN-CURRENCY(WS-JRN-IDX)
                   MOVE SPACE TO WS-JRN-ROLE(WS-JRN-IDX)
                   IF LEDGER-IN-BY-OPERATOR AND
                           WS-OPER-OPEN = 'Y' THEN
                       MOVE LEDGER-IN-ORIGIN TO OPER-IN-MATRICULA
                       READ OPERATOR-IN
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                             MOVE OPER-IN-ROLE TO
                                 WS-JRN-ROLE(WS-JRN-IDX)
                       END-READ
                   END-IF
                   MOVE 0 TO WS-JRN-ITEMS(WS-JRN-IDX)
                   MOVE 0 TO WS-JRN-CREDITS(WS-JRN-IDX)
                   MOVE 0 TO WS-JRN-DEBITS(WS-JRN-IDX)
                   MOVE 0 TO WS-JRN-APPROVED(WS-JRN-IDX)
                   MOVE 0 TO WS-JRN-FLAGGED(WS-JRN-IDX)
               ELSE
                   DISPLAY 'TABELA DE OPERADORES ESGOTADA: '
                       LEDGER-IN-ORIGIN
                   MOVE 0 TO WS-JRN-IDX
               END-IF
           END-IF.
           IF WS-JRN-IDX > 0 THEN
               ADD 1 TO WS-JRN-ITEMS(WS-JRN-IDX)
               IF WS-LEDGER-DRCR = 'C' THEN
                   ADD LEDGER-IN-VALUE TO WS-JRN-CREDITS(WS-JRN-IDX)
               ELSE
                   ADD LEDGER-IN-VALUE TO WS-JRN-DEBITS(WS-JRN-IDX)
               END-IF
               IF LEDGER-IN-APPROVER NOT = SPACES THEN
                   ADD 1 TO WS-JRN-APPROVED(WS-JRN-IDX)
               END-IF
           END-IF.

      *    Padroes fora do normal num lancamento de operador
       CONFERE-LANCAMENTO.
           MOVE 0 TO WS-OPER-PEOPLE-ID.
           MOVE SPACE TO WS-OPER-ROLE.
           IF WS-OPER-OPEN = 'Y' THEN
               MOVE LEDGER-IN-ORIGIN TO OPER-IN-MATRICULA
               READ OPERATOR-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     MOVE OPER-IN-ROLE TO WS-OPER-ROLE
                     IF OPER-IN-PEOPLE-ID NUMERIC THEN
                         MOVE OPER-IN-PEOPLE-ID TO WS-OPER-PEOPLE-ID
                     END-IF
               END-READ
           END-IF.
      *    Operador lancando em conta da qual e titular
           IF WS-OPER-PEOPLE-ID > 0 AND WS-ACCOUNT-OPEN = 'Y' THEN
               MOVE LEDGER-IN-ACCOUNT-ID TO ACCOUNT-IN-ID
               READ STATEMENT-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     IF ACCOUNT-IN-PEOPLE-ID = WS-OPER-PEOPLE-ID THEN
                         IF WS-OPER-ROLE = 'T' THEN
                             MOVE 'CAIXA LANCOU NA PROPRIA CONTA'
                                 TO WS-ALERT-REASON
                         ELSE
                             MOVE 'OPERADOR LANCOU NA PROPRIA CONTA'
                                 TO WS-ALERT-REASON
                         END-IF
                         PERFORM GRAVA-ALERTA
                     END-IF
               END-READ
           END-IF.
      *    Mesma matricula no lancamento e na aprovacao
           IF LEDGER-IN-APPROVER NOT = SPACES AND
                   LEDGER-IN-APPROVER = LEDGER-IN-ORIGIN THEN
               MOVE 'LANCOU E APROVOU O MESMO MOVIMENTO'
                   TO WS-ALERT-REASON
               PERFORM GRAVA-ALERTA
           END-IF.
      *    Estorno feito ou aprovado por quem lancou o original
           IF LEDGER-IN-OPERATION = 'EST' AND
                   LEDGER-IN-REF-TXN-ID > 0 AND
                   WS-LEDGER-REF-OPEN = 'Y' THEN
               MOVE LEDGER-IN-ACCOUNT-ID TO LEDGER-REF-ACCOUNT-ID
               MOVE LEDGER-IN-REF-DATE TO LEDGER-REF-DATE
               MOVE LEDGER-IN-REF-TIME TO LEDGER-REF-TIME
               MOVE LEDGER-IN-REF-TXN-ID TO LEDGER-REF-TXN-ID
               READ LEDGER-REF
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     IF LEDGER-REF-BY-OPERATOR AND
                             (LEDGER-REF-ORIGIN = LEDGER-IN-ORIGIN OR
                              LEDGER-REF-ORIGIN = LEDGER-IN-APPROVER)
                             THEN
                         MOVE 'ESTORNO PELO OPERADOR DO ORIGINAL'
                             TO WS-ALERT-REASON
                         PERFORM GRAVA-ALERTA
                     END-IF
               END-READ
           END-IF.

       GRAVA-ALERTA.
           MOVE WS-REPORT-DATE TO ALERT-OUT-DATE.
           MOVE LEDGER-IN-ORIGIN TO ALERT-OUT-ORIGIN.
           MOVE LEDGER-IN-APPROVER TO ALERT-OUT-APPROVER.
           MOVE LEDGER-IN-ACCOUNT-ID TO ALERT-OUT-ACCOUNT-ID.
           MOVE LEDGER-IN-TIME TO ALERT-OUT-TIME.
           MOVE LEDGER-IN-TXN-ID TO ALERT-OUT-TXN-ID.
           MOVE LEDGER-IN-OPERATION TO ALERT-OUT-OPERATION.
           MOVE LEDGER-IN-VALUE TO ALERT-OUT-VALUE.
           MOVE LEDGER-IN-CURRENCY TO ALERT-OUT-CURRENCY.
           MOVE WS-ALERT-REASON TO ALERT-OUT-REASON.
           WRITE ALERT-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-COUNT-FLAGGED.
           ADD 1 TO WS-JRN-FLAGGED(WS-JRN-IDX).
           DISPLAY 'ALERTA DE OPERADOR: ' LEDGER-IN-ORIGIN ' '
               LEDGER-IN-ACCOUNT-ID ' ' LEDGER-IN-TXN-ID ' '
               WS-ALERT-REASON.
