      *         em input/cashposition.data (ou na data de hoje, na
      *         falta dela), totaliza quantidade e valor por codigo de
      *         operacao, sentido (D/C) e moeda, imprime o resumo com
      *         total geral do movimento liquido, abre creditos,
      *         debitos e liquido por agencia de relacionamento da
      *         conta (0000 e a sede, dona das contas internas) e por
      *         canal que captou o movimento na fila (agencia,
      *         autoatendimento, internet; lote para os jobs) e
      *         destaca os 10 maiores movimentos individuais do dia em
      *         output/cashposition.data
      * Tectonics: cobc
      ******************************************************************
              FILE STATUS IS FS-LEDGER.
              SELECT REPORT-OUT ASSIGN TO 'output/cashposition.data'
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
       FD REPORT-OUT.
       01 REPORT-OUT-LINE PIC X(100).

       FD STATEMENT-IN.
       01 ACCOUNT-IN-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-IN==.

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
       01 FS-DATE PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-REPORT PIC X(2).
       01 FS-ACCOUNT PIC X(2).
       01 WS-ACCOUNT-OPEN PIC A(1) VALUE 'N'.
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-LEDGER-DRCR PIC A(1).
       01 WS-AGG-MAX PIC 9(3) COMP VALUE 100.
               10 WS-AGG-CURRENCY PIC A(3).
               10 WS-AGG-ITEMS PIC 9(7).
               10 WS-AGG-VALUE PIC 9(13)V9(2).
      *    Posicao por agencia; o razao vem ordenado por conta,
      *    entao a agencia so e relida quando a conta muda
       01 WS-LAST-ACCOUNT PIC 9(10) VALUE 0.
       01 WS-LAST-BRANCH PIC 9(4) VALUE 0.
       01 WS-BRP-MAX PIC 9(4) COMP VALUE 500.
       01 WS-BRP-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-BRP-IDX PIC 9(4) COMP.
       01 WS-BRP-FOUND PIC A(1).
       01 WS-BRP-TABLE.
           05 WS-BRP-ENTRY OCCURS 500 TIMES.
               10 WS-BRP-BRANCH PIC 9(4).
               10 WS-BRP-ITEMS PIC 9(7).
               10 WS-BRP-CREDIT PIC 9(13)V9(2).
               10 WS-BRP-DEBIT PIC 9(13)V9(2).
      *    Posicao por canal: codigo do razao e nome impresso; o
      *    ultimo e para o lancamento sem canal reconhecido
       01 WS-CHN-NAMES.
           05 FILLER PIC X(15) VALUE 'AAGENCIA'.
           05 FILLER PIC X(15) VALUE 'TAUTOATENDIM.'.
           05 FILLER PIC X(15) VALUE 'IINTERNET'.
           05 FILLER PIC X(15) VALUE 'LLOTE'.
           05 FILLER PIC X(15) VALUE ' NAO INFORMADO'.
       01 WS-CHN-NAME-TABLE REDEFINES WS-CHN-NAMES.
           05 WS-CHN-NAME-ENTRY OCCURS 5 TIMES.
               10 WS-CHN-CODE PIC A(1).
               10 WS-CHN-NAME PIC X(14).
       01 WS-CHN-MAX PIC 9(1) COMP VALUE 5.
       01 WS-CHN-IDX PIC 9(1) COMP.
       01 WS-CHN-CODE-IN PIC A(1).
       01 WS-CHN-TABLE.
           05 WS-CHN-ENTRY OCCURS 5 TIMES.
               10 WS-CHN-ITEMS PIC 9(7) VALUE 0.
               10 WS-CHN-CREDIT PIC 9(13)V9(2) VALUE 0.
               10 WS-CHN-DEBIT PIC 9(13)V9(2) VALUE 0.
       01 WS-TOP-IDX PIC 9(2) COMP.
       01 WS-TOP-SWAP PIC X(39).
       01 WS-TOP-TABLE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-TOP-LINE-VALUE PIC -Z(12)9.99.
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-BRANCH-LINE.
           05 WS-BRANCH-LINE-TEXT PIC X(8).
           05 WS-BRANCH-LINE-BRANCH PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BRANCH-LINE-ITEMS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BRANCH-LINE-CREDIT PIC Z(12)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BRANCH-LINE-DEBIT PIC Z(12)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-BRANCH-LINE-NET PIC -Z(12)9.99.
           05 FILLER PIC X(28) VALUE SPACES.
       01 WS-CHANNEL-LINE.
           05 WS-CHANNEL-LINE-TEXT PIC X(6).
           05 WS-CHANNEL-LINE-NAME PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CHANNEL-LINE-ITEMS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CHANNEL-LINE-CREDIT PIC Z(12)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CHANNEL-LINE-DEBIT PIC Z(12)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CHANNEL-LINE-NET PIC -Z(12)9.99.
           05 FILLER PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-REPORT-DATE
           END-CALL.
           OPEN INPUT DATE-IN.
           IF FS-DATE = '00' THEN
               READ DATE-IN
               END-READ
               CLOSE DATE-IN
           END-IF.
           OPEN INPUT STATEMENT-IN.
           IF FS-ACCOUNT = '00' THEN
               MOVE 'Y' TO WS-ACCOUNT-OPEN
           END-IF.
           OPEN INPUT LEDGER-IN.
           OPEN OUTPUT REPORT-OUT.
           IF FS-LEDGER NOT = '00' THEN
                             MOVE 'D' TO WS-LEDGER-DRCR
                             ADD LEDGER-IN-VALUE TO WS-NET-DEBIT
                         END-IF
                         PERFORM ACUMULA-AGENCIA
                         PERFORM ACUMULA-CANAL
                         MOVE 'N' TO WS-AGG-FOUND
                         PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                                 UNTIL WS-AGG-IDX > WS-AGG-COUNT
           END-WRITE
           ADD 1 TO WS-RUN-LOG-WRITTEN
           DISPLAY REPORT-OUT-LINE
           PERFORM VARYING WS-BRP-IDX FROM 1 BY 1
                   UNTIL WS-BRP-IDX > WS-BRP-COUNT
               MOVE SPACES TO WS-BRANCH-LINE
               MOVE 'AGENCIA ' TO WS-BRANCH-LINE-TEXT
               MOVE WS-BRP-BRANCH(WS-BRP-IDX) TO WS-BRANCH-LINE-BRANCH
               MOVE WS-BRP-ITEMS(WS-BRP-IDX) TO WS-BRANCH-LINE-ITEMS
               MOVE WS-BRP-CREDIT(WS-BRP-IDX) TO WS-BRANCH-LINE-CREDIT
               MOVE WS-BRP-DEBIT(WS-BRP-IDX) TO WS-BRANCH-LINE-DEBIT
               COMPUTE WS-NET-VALUE = WS-BRP-CREDIT(WS-BRP-IDX) -
                   WS-BRP-DEBIT(WS-BRP-IDX)
               MOVE WS-NET-VALUE TO WS-BRANCH-LINE-NET
               MOVE WS-BRANCH-LINE TO REPORT-OUT-LINE
               WRITE REPORT-OUT-LINE
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
               DISPLAY REPORT-OUT-LINE
           END-PERFORM
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX > WS-CHN-MAX
               IF WS-CHN-ITEMS(WS-CHN-IDX) > 0 THEN
                   MOVE SPACES TO WS-CHANNEL-LINE
                   MOVE 'CANAL ' TO WS-CHANNEL-LINE-TEXT
                   MOVE WS-CHN-NAME(WS-CHN-IDX)
                       TO WS-CHANNEL-LINE-NAME
                   MOVE WS-CHN-ITEMS(WS-CHN-IDX)
                       TO WS-CHANNEL-LINE-ITEMS
                   MOVE WS-CHN-CREDIT(WS-CHN-IDX)
                       TO WS-CHANNEL-LINE-CREDIT
                   MOVE WS-CHN-DEBIT(WS-CHN-IDX)
                       TO WS-CHANNEL-LINE-DEBIT
                   COMPUTE WS-NET-VALUE = WS-CHN-CREDIT(WS-CHN-IDX) -
                       WS-CHN-DEBIT(WS-CHN-IDX)
                   MOVE WS-NET-VALUE TO WS-CHANNEL-LINE-NET
                   MOVE WS-CHANNEL-LINE TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-LINE
                   END-WRITE
                   ADD 1 TO WS-RUN-LOG-WRITTEN
                   DISPLAY REPORT-OUT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > 10
               IF WS-TOP-VALUE(WS-TOP-IDX) > 0 THEN
           CLOSE LEDGER-IN
           END-IF
           END-IF.
           IF WS-ACCOUNT-OPEN = 'Y' THEN
               CLOSE STATEMENT-IN
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

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
           MOVE 'N' TO WS-BRP-FOUND.
           PERFORM VARYING WS-BRP-IDX FROM 1 BY 1
                   UNTIL WS-BRP-IDX > WS-BRP-COUNT
                   OR WS-BRP-FOUND = 'Y'
               IF WS-BRP-BRANCH(WS-BRP-IDX) = WS-LAST-BRANCH THEN
                   MOVE 'Y' TO WS-BRP-FOUND
                   SUBTRACT 1 FROM WS-BRP-IDX
               END-IF
           END-PERFORM.
           IF WS-BRP-FOUND = 'N' THEN
               IF WS-BRP-COUNT < WS-BRP-MAX THEN
                   ADD 1 TO WS-BRP-COUNT
                   MOVE WS-BRP-COUNT TO WS-BRP-IDX
                   MOVE WS-LAST-BRANCH TO WS-BRP-BRANCH(WS-BRP-IDX)
                   MOVE 0 TO WS-BRP-ITEMS(WS-BRP-IDX)
                   MOVE 0 TO WS-BRP-CREDIT(WS-BRP-IDX)
                   MOVE 0 TO WS-BRP-DEBIT(WS-BRP-IDX)
               ELSE
                   DISPLAY 'TABELA DE AGENCIAS ESGOTADA: '
                       WS-LAST-BRANCH
                   MOVE 0 TO WS-BRP-IDX
               END-IF
           END-IF.
           IF WS-BRP-IDX > 0 THEN
               ADD 1 TO WS-BRP-ITEMS(WS-BRP-IDX)
               IF WS-LEDGER-DRCR = 'C' THEN
                   ADD LEDGER-IN-VALUE TO WS-BRP-CREDIT(WS-BRP-IDX)
               ELSE
                   ADD LEDGER-IN-VALUE TO WS-BRP-DEBIT(WS-BRP-IDX)
               END-IF
           END-IF.

      *    Canal do lancamento: so o posting da fila grava o canal
      *    (tambem na liberacao dos agendados); os demais jobs de lote
      *    contam como lote
       ACUMULA-CANAL.
           MOVE SPACE TO WS-CHN-CODE-IN.
           IF (LEDGER-IN-CHANNEL = 'A' OR LEDGER-IN-CHANNEL = 'T' OR
                   LEDGER-IN-CHANNEL = 'I') AND
                   (NOT LEDGER-IN-BY-JOB OR
                   LEDGER-IN-ORIGIN = 'BANK-RELEASE') THEN
               MOVE LEDGER-IN-CHANNEL TO WS-CHN-CODE-IN
           ELSE
           IF LEDGER-IN-BY-JOB THEN
               MOVE 'L' TO WS-CHN-CODE-IN
           END-IF
           END-IF.
           PERFORM VARYING WS-CHN-IDX FROM 1 BY 1
                   UNTIL WS-CHN-IDX = WS-CHN-MAX
                   OR WS-CHN-CODE(WS-CHN-IDX) = WS-CHN-CODE-IN
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-CHN-ITEMS(WS-CHN-IDX).
           IF WS-LEDGER-DRCR = 'C' THEN
               ADD LEDGER-IN-VALUE TO WS-CHN-CREDIT(WS-CHN-IDX)
           ELSE
               ADD LEDGER-IN-VALUE TO WS-CHN-DEBIT(WS-CHN-IDX)
           END-IF.
