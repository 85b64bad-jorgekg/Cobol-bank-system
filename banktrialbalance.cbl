      *         do razao, ou pelo codigo da operacao nos lancamentos
      *         antigos sem a marca) e compara o resultado com
      *         ACCOUNT-OUT-VALUE, gravando toda conta divergente com a
      *         diferenca apurada em output/trialbalance.data.  Ao
      *         final grava uma linha de total por agencia de
      *         relacionamento (razao x cadastro; conta do razao sem
      *         cadastro soma na sede, agencia 0000)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 TRIAL-OUT-MASTER-VALUE PIC S9(10)V9(2).
           05 TRIAL-OUT-DIFFERENCE PIC S9(10)V9(2).
           05 TRIAL-OUT-REASON PIC A(40).
      *    Agencia da conta; na linha de total, a agencia totalizada
           05 TRIAL-OUT-BRANCH PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
               10 WS-ACCT-MATCHED PIC A(1).
       01 WS-SIGNED-VALUE PIC S9(12)V9(2).
       01 WS-FLAGGED-COUNT PIC 9(9) COMP VALUE 0.
       01 WS-CUR-BRANCH PIC 9(4).
       01 WS-MASTER-VALUE PIC S9(12)V9(2).
       01 WS-BRT-MAX PIC 9(4) COMP VALUE 500.
       01 WS-BRT-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-BRT-IDX PIC 9(4) COMP.
       01 WS-BRT-FOUND PIC A(1).
       01 WS-BRT-TABLE.
           05 WS-BRT-ENTRY OCCURS 500 TIMES.
               10 WS-BRT-BRANCH PIC 9(4).
               10 WS-BRT-LEDGER PIC S9(12)V9(2).
               10 WS-BRT-MASTER PIC S9(12)V9(2).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
                                 WS-ACCT-MATCHED(WS-ACCT-IDX)
                         END-IF
                     END-PERFORM
                     MOVE ACCOUNT-OUT-BRANCH TO WS-CUR-BRANCH
                     MOVE ACCOUNT-OUT-VALUE TO WS-MASTER-VALUE
                     PERFORM ACUMULA-AGENCIA
                     IF WS-SIGNED-VALUE NOT = ACCOUNT-OUT-VALUE THEN
                         ADD 1 TO WS-FLAGGED-COUNT
                         MOVE ACCOUNT-OUT-ID TO TRIAL-OUT-ACCOUNT-ID
                         MOVE ACCOUNT-OUT-BRANCH TO TRIAL-OUT-BRANCH
                         MOVE WS-SIGNED-VALUE TO
                             TRIAL-OUT-LEDGER-VALUE
                         MOVE ACCOUNT-OUT-VALUE TO
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-MATCHED(WS-ACCT-IDX) = 'N' THEN
                   MOVE 0 TO WS-CUR-BRANCH
                   MOVE WS-ACCT-SUM(WS-ACCT-IDX) TO WS-SIGNED-VALUE
                   MOVE 0 TO WS-MASTER-VALUE
                   PERFORM ACUMULA-AGENCIA
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE WS-ACCT-ID(WS-ACCT-IDX)
                       TO TRIAL-OUT-ACCOUNT-ID
                   MOVE 0 TO TRIAL-OUT-BRANCH
                   MOVE WS-ACCT-SUM(WS-ACCT-IDX) TO
                       TRIAL-OUT-LEDGER-VALUE
                   MOVE 0 TO TRIAL-OUT-MASTER-VALUE
                   END-WRITE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-COUNT
               MOVE 0 TO TRIAL-OUT-ACCOUNT-ID
               MOVE WS-BRT-BRANCH(WS-BRT-IDX) TO TRIAL-OUT-BRANCH
               MOVE WS-BRT-LEDGER(WS-BRT-IDX) TO
                   TRIAL-OUT-LEDGER-VALUE
               MOVE WS-BRT-MASTER(WS-BRT-IDX) TO
                   TRIAL-OUT-MASTER-VALUE
               COMPUTE TRIAL-OUT-DIFFERENCE =
                   WS-BRT-MASTER(WS-BRT-IDX) -
                   WS-BRT-LEDGER(WS-BRT-IDX)
               MOVE 'TOTAL DA AGENCIA' TO TRIAL-OUT-REASON
               WRITE TRIAL-OUT-FILE
               END-WRITE
               DISPLAY 'AGENCIA ' WS-BRT-BRANCH(WS-BRT-IDX)
                   ' RAZAO ' WS-BRT-LEDGER(WS-BRT-IDX)
                   ' CADASTRO ' WS-BRT-MASTER(WS-BRT-IDX)
           END-PERFORM
           DISPLAY 'BALANCETE: ' WS-ACCT-COUNT ' CONTAS NO RAZAO, '
               WS-FLAGGED-COUNT ' DIVERGENTES'
           CLOSE TRIAL-OUT
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Soma razao e cadastro da conta no total da agencia
       ACUMULA-AGENCIA.
           MOVE 'N' TO WS-BRT-FOUND.
           PERFORM VARYING WS-BRT-IDX FROM 1 BY 1
                   UNTIL WS-BRT-IDX > WS-BRT-COUNT
                   OR WS-BRT-FOUND = 'Y'
               IF WS-BRT-BRANCH(WS-BRT-IDX) = WS-CUR-BRANCH THEN
                   MOVE 'Y' TO WS-BRT-FOUND
                   SUBTRACT 1 FROM WS-BRT-IDX
               END-IF
           END-PERFORM.
           IF WS-BRT-FOUND = 'N' THEN
               IF WS-BRT-COUNT < WS-BRT-MAX THEN
                   ADD 1 TO WS-BRT-COUNT
                   MOVE WS-BRT-COUNT TO WS-BRT-IDX
                   MOVE WS-CUR-BRANCH TO WS-BRT-BRANCH(WS-BRT-IDX)
                   MOVE 0 TO WS-BRT-LEDGER(WS-BRT-IDX)
                   MOVE 0 TO WS-BRT-MASTER(WS-BRT-IDX)
               ELSE
                   DISPLAY 'TABELA DE AGENCIAS ESGOTADA: '
                       WS-CUR-BRANCH
                   MOVE 0 TO WS-BRT-IDX
               END-IF
           END-IF.
           IF WS-BRT-IDX > 0 THEN
               ADD WS-SIGNED-VALUE TO WS-BRT-LEDGER(WS-BRT-IDX)
               ADD WS-MASTER-VALUE TO WS-BRT-MASTER(WS-BRT-IDX)
           END-IF.
