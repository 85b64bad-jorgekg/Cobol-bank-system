      *         abertura de conta nao deixa registro datado - e abre
      *         as originacoes e
      *         liquidacoes de emprestimo de storage/loan.data pelas
      *         datas de originacao e quitacao.  Os totais por
      *         operacao saem tambem abertos por agencia de
      *         relacionamento da conta (linhas 'B'; agencia 0000 e a
      *         sede, dona das contas internas).  Saida em
      *         output/mgmtreport.data, uma pagina por mes
      * Tectonics: cobc
      ******************************************************************
              FILE STATUS IS FS-LOAN.
              SELECT REPORT-OUT ASSIGN TO 'output/mgmtreport.data'
              FILE STATUS IS FS-REPORT.
              SELECT STATEMENT-IN ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS ACCOUNT-IN-ID
              ALTERNATE RECORD KEY IS ACCOUNT-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-ACCOUNT.

       DATA DIVISION.
       FILE SECTION.
           05 ACK-IN-STATUS PIC A(3).
           05 ACK-IN-SERVICE PIC A(3).
           05 ACK-IN-TXN-ID PIC 9(14).
           05 ACK-IN-VALUE-DATE PIC 9(8).

       FD LOAN-OUT.
       01 LOAN-OUT-RECORD.
      *        a de codigo ENC vem datada do razao
               88 REPORT-OUT-ACK-LINE VALUE 'A'.
               88 REPORT-OUT-LOAN-LINE VALUE 'L'.
      *        Linha 'B': operacao aberta por agencia
               88 REPORT-OUT-BRANCH-LINE VALUE 'B'.
               88 REPORT-OUT-TRAILER VALUE 'T'.
           05 REPORT-OUT-CODE PIC A(3).
           05 REPORT-OUT-CUR-COUNT PIC 9(9).
           05 REPORT-OUT-PREV-COUNT PIC 9(9).
           05 REPORT-OUT-PREV-VALUE PIC 9(13)V9(2).
           05 REPORT-OUT-PERIOD PIC 9(6).
      *    Agencia das linhas 'B'; zeros nas demais
           05 REPORT-OUT-BRANCH PIC 9(4).

       FD STATEMENT-IN.
       01 ACCOUNT-IN-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-IN==.

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
       01 FS-ACK PIC X(2).
       01 FS-LOAN PIC X(2).
       01 FS-REPORT PIC X(2).
       01 FS-ACCOUNT PIC X(2).
       01 WS-ACCOUNT-OPEN PIC A(1) VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-CUR-PERIOD PIC 9(6).
       01 WS-PREV-PERIOD PIC 9(6).
               10 WS-OP-CUR-VALUE PIC 9(13)V9(2).
               10 WS-OP-PREV-COUNT PIC 9(9).
               10 WS-OP-PREV-VALUE PIC 9(13)V9(2).
      *    Totais por agencia e operacao; o razao vem ordenado por
      *    conta, entao a agencia so e relida quando a conta muda
       01 WS-LAST-ACCOUNT PIC 9(10) VALUE 0.
       01 WS-LAST-BRANCH PIC 9(4) VALUE 0.
       01 WS-BR-MAX PIC 9(4) COMP VALUE 2000.
       01 WS-BR-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-BR-IDX PIC 9(4) COMP.
       01 WS-BR-FOUND PIC A(1).
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 2000 TIMES.
               10 WS-BR-BRANCH PIC 9(4).
               10 WS-BR-CODE PIC A(3).
               10 WS-BR-CUR-COUNT PIC 9(9).
               10 WS-BR-CUR-VALUE PIC 9(13)V9(2).
               10 WS-BR-PREV-COUNT PIC 9(9).
               10 WS-BR-PREV-VALUE PIC 9(13)V9(2).
       01 WS-ACC-CUR PIC 9(9) VALUE 0.
       01 WS-ENC-CUR PIC 9(9) VALUE 0.
       01 WS-ENC-PREV PIC 9(9) VALUE 0.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           MOVE WS-TODAY(1:6) TO WS-CUR-PERIOD.
           MOVE WS-CUR-PERIOD TO WS-PREV-PERIOD.
           IF WS-PREV-MM = 1 THEN
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF.
      *    Totais por operacao, mes corrente e anterior
           OPEN INPUT STATEMENT-IN.
           IF FS-ACCOUNT = '00' THEN
               MOVE 'Y' TO WS-ACCOUNT-OPEN
           END-IF.
           OPEN INPUT LEDGER-IN.
           IF FS-LEDGER = '00' THEN
               PERFORM UNTIL WS-EOF = 'Y'
                                 WS-REC-PERIOD = WS-PREV-PERIOD
                                 THEN
                             PERFORM ACUMULA-OPERACAO
                             PERFORM ACUMULA-AGENCIA
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-IN
           END-IF.
           IF WS-ACCOUNT-OPEN = 'Y' THEN
               CLOSE STATEMENT-IN
           END-IF.
      *    Aberturas do fluxo de acknowledgments: sem data no
      *    registro, a contagem vale desde a ultima coleta
           OPEN INPUT ACK-IN.
      *    Pacote de uma pagina
           OPEN OUTPUT REPORT-OUT.
           MOVE SPACES TO REPORT-OUT-FILE.
           MOVE 0 TO REPORT-OUT-BRANCH.
           SET REPORT-OUT-HEADER TO TRUE.
           MOVE WS-CUR-PERIOD TO REPORT-OUT-PERIOD.
           MOVE 0 TO REPORT-OUT-CUR-COUNT.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               MOVE SPACES TO REPORT-OUT-FILE
               MOVE 0 TO REPORT-OUT-BRANCH
               SET REPORT-OUT-OPERATION-LINE TO TRUE
               MOVE WS-OP-CODE(WS-OP-IDX) TO REPORT-OUT-CODE
               MOVE WS-OP-CUR-COUNT(WS-OP-IDX) TO
                   WS-OP-PREV-COUNT(WS-OP-IDX) ' / '
                   WS-OP-PREV-VALUE(WS-OP-IDX) ')'
           END-PERFORM.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE SPACES TO REPORT-OUT-FILE
               SET REPORT-OUT-BRANCH-LINE TO TRUE
               MOVE WS-BR-BRANCH(WS-BR-IDX) TO REPORT-OUT-BRANCH
               MOVE WS-BR-CODE(WS-BR-IDX) TO REPORT-OUT-CODE
               MOVE WS-BR-CUR-COUNT(WS-BR-IDX) TO
                   REPORT-OUT-CUR-COUNT
               MOVE WS-BR-CUR-VALUE(WS-BR-IDX) TO
                   REPORT-OUT-CUR-VALUE
               MOVE WS-BR-PREV-COUNT(WS-BR-IDX) TO
                   REPORT-OUT-PREV-COUNT
               MOVE WS-BR-PREV-VALUE(WS-BR-IDX) TO
                   REPORT-OUT-PREV-VALUE
               MOVE WS-CUR-PERIOD TO REPORT-OUT-PERIOD
               WRITE REPORT-OUT-FILE
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
               DISPLAY 'AGENCIA ' WS-BR-BRANCH(WS-BR-IDX)
                   ' OPERACAO ' WS-BR-CODE(WS-BR-IDX) ': '
                   WS-BR-CUR-COUNT(WS-BR-IDX) ' ITENS, '
                   WS-BR-CUR-VALUE(WS-BR-IDX)
           END-PERFORM.
           MOVE SPACES TO REPORT-OUT-FILE.
           MOVE 0 TO REPORT-OUT-BRANCH.
           SET REPORT-OUT-ACK-LINE TO TRUE.
           MOVE 'ACC' TO REPORT-OUT-CODE.
           MOVE WS-ACC-CUR TO REPORT-OUT-CUR-COUNT.
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-OUT-FILE.
           MOVE 0 TO REPORT-OUT-BRANCH.
           SET REPORT-OUT-ACK-LINE TO TRUE.
           MOVE 'ENC' TO REPORT-OUT-CODE.
           MOVE WS-ENC-CUR TO REPORT-OUT-CUR-COUNT.
           WRITE REPORT-OUT-FILE
           END-WRITE.
           MOVE SPACES TO REPORT-OUT-FILE.
           MOVE 0 TO REPORT-OUT-BRANCH.
           SET REPORT-OUT-LOAN-LINE TO TRUE.
           MOVE 'ORI' TO REPORT-OUT-CODE.
           MOVE WS-ORI-CUR-COUNT TO REPORT-OUT-CUR-COUNT.
           WRITE REPORT-OUT-FILE
           END-WRITE.
           MOVE SPACES TO REPORT-OUT-FILE.
           MOVE 0 TO REPORT-OUT-BRANCH.
           SET REPORT-OUT-LOAN-LINE TO TRUE.
           MOVE 'LIQ' TO REPORT-OUT-CODE.
           MOVE WS-LIQ-CUR-COUNT TO REPORT-OUT-CUR-COUNT.
           WRITE REPORT-OUT-FILE
           END-WRITE.
           MOVE SPACES TO REPORT-OUT-FILE.
           MOVE 0 TO REPORT-OUT-BRANCH.
           SET REPORT-OUT-TRAILER TO TRUE.
           MOVE WS-CUR-PERIOD TO REPORT-OUT-PERIOD.
           MOVE WS-OP-COUNT TO REPORT-OUT-CUR-COUNT.
               ADD 1 TO WS-OP-PREV-COUNT(WS-OP-IDX)
               ADD LEDGER-IN-VALUE TO WS-OP-PREV-VALUE(WS-OP-IDX)
           END-IF.

      *    Agencia da conta do lancamento; conta que nao esta mais
      *    no cadastro (arquivada) conta na sede
       ACUMULA-AGENCIA.
           IF LEDGER-IN-ACCOUNT-ID NOT = WS-LAST-ACCOUNT THEN
               MOVE LEDGER-IN-ACCOUNT-ID TO WS-LAST-ACCOUNT
               MOVE 0 TO WS-LAST-BRANCH
               IF WS-ACCOUNT-OPEN = 'Y' THEN
                   MOVE LEDGER-IN-ACCOUNT-ID TO ACCOUNT-IN-ID
                   READ STATEMENT-IN
                       NOT INVALID KEY
                         MOVE ACCOUNT-IN-BRANCH TO WS-LAST-BRANCH
                   END-READ
               END-IF
           END-IF.
           MOVE 'N' TO WS-BR-FOUND.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   OR WS-BR-FOUND = 'Y'
               IF WS-BR-BRANCH(WS-BR-IDX) = WS-LAST-BRANCH AND
                       WS-BR-CODE(WS-BR-IDX) = LEDGER-IN-OPERATION
                       THEN
                   MOVE 'Y' TO WS-BR-FOUND
                   SUBTRACT 1 FROM WS-BR-IDX
               END-IF
           END-PERFORM.
           IF WS-BR-FOUND = 'N' THEN
               IF WS-BR-COUNT < WS-BR-MAX THEN
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-IDX
                   MOVE WS-LAST-BRANCH TO WS-BR-BRANCH(WS-BR-IDX)
                   MOVE LEDGER-IN-OPERATION TO WS-BR-CODE(WS-BR-IDX)
                   MOVE 0 TO WS-BR-CUR-COUNT(WS-BR-IDX)
                   MOVE 0 TO WS-BR-CUR-VALUE(WS-BR-IDX)
                   MOVE 0 TO WS-BR-PREV-COUNT(WS-BR-IDX)
                   MOVE 0 TO WS-BR-PREV-VALUE(WS-BR-IDX)
               ELSE
                   DISPLAY 'TABELA DE AGENCIAS ESGOTADA: '
                       WS-LAST-BRANCH ' ' LEDGER-IN-OPERATION
                   MOVE 0 TO WS-BR-IDX
               END-IF
           END-IF.
           IF WS-BR-IDX > 0 THEN
               IF WS-REC-PERIOD = WS-CUR-PERIOD THEN
                   ADD 1 TO WS-BR-CUR-COUNT(WS-BR-IDX)
                   ADD LEDGER-IN-VALUE TO
                       WS-BR-CUR-VALUE(WS-BR-IDX)
               ELSE
                   ADD 1 TO WS-BR-PREV-COUNT(WS-BR-IDX)
                   ADD LEDGER-IN-VALUE TO
                       WS-BR-PREV-VALUE(WS-BR-IDX)
               END-IF
           END-IF.
