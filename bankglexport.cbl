      *         balanceado em output/glexport.data com registros de
      *         cabecalho e totalizador que a importacao contabil
      *         confere.  Lote desbalanceado ou operacao sem de-para
      *         aborta a extracao sem gravar linhas.  Lancamentos
      *         marcados como ajuste de periodo anterior (correcao de
      *         mes ja fechado) saem agregados a parte, depois de um
      *         registro de secao 'A', com o mes de referencia do
      *         lancamento original
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88 GL-OUT-HEADER VALUE 'H'.
               88 GL-OUT-LINE VALUE 'L'.
               88 GL-OUT-TRAILER VALUE 'T'.
               88 GL-OUT-ADJUST-HEADER VALUE 'A'.
           05 GL-OUT-DATA PIC X(60).
           05 GL-OUT-HDR REDEFINES GL-OUT-DATA.
               10 GL-OUT-HDR-DATE PIC 9(8).
               10 GL-OUT-LIN-CURRENCY PIC A(3).
               10 GL-OUT-LIN-VALUE PIC 9(13)V9(2).
               10 GL-OUT-LIN-COUNT PIC 9(7).
               10 GL-OUT-LIN-REF-PERIOD PIC 9(6).
               10 FILLER PIC X(9).
           05 GL-OUT-TRL REDEFINES GL-OUT-DATA.
               10 GL-OUT-TRL-DEBIT PIC 9(13)V9(2).
               10 GL-OUT-TRL-CREDIT PIC 9(13)V9(2).
               10 WS-AGG-ITEMS PIC 9(7).
               10 WS-AGG-VALUE PIC 9(13)V9(2).
               10 WS-AGG-MAP PIC 9(3) COMP.
               10 WS-AGG-ADJUST PIC A(1).
               10 WS-AGG-REF-PERIOD PIC 9(6).
       01 WS-TOTAL-DEBIT PIC 9(13)V9(2) VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(13)V9(2) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
       01 WS-LEDGER-DRCR PIC A(1).
       01 WS-LEDGER-ADJUST PIC A(1).
       01 WS-LEDGER-REF-PERIOD PIC 9(6).
       01 WS-WRITE-ADJUST PIC A(1).
       01 WS-ADJUST-COUNT PIC 9(3) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           MOVE 'N' TO WS-ABORT.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT GLMAP-IN.
           IF FS-GLMAP NOT = '00' THEN
               MOVE 'Y' TO WS-ABORT
                                 END-IF
                                 END-IF
                                 END-IF
      *                          Ajuste de periodo anterior agrega a
      *                          parte, por mes do lancamento original
                                 IF LEDGER-IN-ADJUSTMENT THEN
                                     MOVE 'A' TO WS-LEDGER-ADJUST
                                     MOVE LEDGER-IN-REF-DATE(1:6) TO
                                         WS-LEDGER-REF-PERIOD
                                 ELSE
                                     MOVE SPACE TO WS-LEDGER-ADJUST
                                     MOVE 0 TO WS-LEDGER-REF-PERIOD
                                 END-IF
                                 MOVE 'N' TO WS-AGG-FOUND
                                 PERFORM VARYING WS-AGG-IDX FROM 1
                                         BY 1
                                          WS-AGG-DRCR(WS-AGG-IDX) =
                                          WS-LEDGER-DRCR AND
                                          WS-AGG-CURRENCY(WS-AGG-IDX)
                                          = LEDGER-IN-CURRENCY AND
                                          WS-AGG-ADJUST(WS-AGG-IDX) =
                                          WS-LEDGER-ADJUST AND
                                          WS-AGG-REF-PERIOD(WS-AGG-IDX)
                                          = WS-LEDGER-REF-PERIOD THEN
                                         ADD 1 TO WS-AGG-ITEMS(
                                             WS-AGG-IDX)
                                         ADD LEDGER-IN-VALUE TO
                                             WS-AGG-COUNT)
                                         MOVE 0 TO WS-AGG-MAP(
                                             WS-AGG-COUNT)
                                         MOVE WS-LEDGER-ADJUST TO
                                             WS-AGG-ADJUST(WS-AGG-COUNT)
                                         MOVE WS-LEDGER-REF-PERIOD TO
                                             WS-AGG-REF-PERIOD(
                                             WS-AGG-COUNT)
                                         IF WS-LEDGER-ADJUST = 'A' THEN
                                             ADD 1 TO WS-ADJUST-COUNT
                                         END-IF
                                     ELSE
                                         MOVE 'Y' TO WS-ABORT
                                         DISPLAY 'TABELA DE '
                   WRITE GL-OUT-RECORD
                   END-WRITE
                   MOVE 1 TO WS-RECORD-COUNT
                   MOVE SPACE TO WS-WRITE-ADJUST
                   PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                           UNTIL WS-AGG-IDX > WS-AGG-COUNT
                       PERFORM GRAVA-PAR-CONTABIL
                   END-PERFORM
      *            Secao de ajustes de periodo anterior
                   IF WS-ADJUST-COUNT > 0 THEN
                       MOVE SPACES TO GL-OUT-RECORD
                       SET GL-OUT-ADJUST-HEADER TO TRUE
                       MOVE WS-TODAY TO GL-OUT-HDR-DATE
                       WRITE GL-OUT-RECORD
                       END-WRITE
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE 'A' TO WS-WRITE-ADJUST
                       PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                               UNTIL WS-AGG-IDX > WS-AGG-COUNT
                           PERFORM GRAVA-PAR-CONTABIL
                       END-PERFORM
                   END-IF
                   MOVE SPACES TO GL-OUT-RECORD
                   SET GL-OUT-TRAILER TO TRUE
                   MOVE WS-TOTAL-DEBIT TO GL-OUT-TRL-DEBIT
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Par de linhas de diario (debito e credito) do agregado
      *    corrente, se ele pertence a secao sendo gravada
       GRAVA-PAR-CONTABIL.
           IF WS-AGG-ADJUST(WS-AGG-IDX) = WS-WRITE-ADJUST THEN
               MOVE WS-AGG-MAP(WS-AGG-IDX) TO WS-MAP-IDX
               MOVE SPACES TO GL-OUT-RECORD
               SET GL-OUT-LINE TO TRUE
               MOVE WS-MAP-DEBIT-ACCOUNT(WS-MAP-IDX)
                   TO GL-OUT-LIN-ACCOUNT
               MOVE 'D' TO GL-OUT-LIN-DRCR
               MOVE WS-TODAY TO GL-OUT-LIN-DATE
               MOVE WS-AGG-OPERATION(WS-AGG-IDX)
                   TO GL-OUT-LIN-OPERATION
               MOVE WS-AGG-CURRENCY(WS-AGG-IDX)
                   TO GL-OUT-LIN-CURRENCY
               MOVE WS-AGG-VALUE(WS-AGG-IDX)
                   TO GL-OUT-LIN-VALUE
               MOVE WS-AGG-ITEMS(WS-AGG-IDX)
                   TO GL-OUT-LIN-COUNT
               MOVE WS-AGG-REF-PERIOD(WS-AGG-IDX)
                   TO GL-OUT-LIN-REF-PERIOD
               WRITE GL-OUT-RECORD
               END-WRITE
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO GL-OUT-RECORD
               SET GL-OUT-LINE TO TRUE
               MOVE WS-MAP-CREDIT-ACCOUNT(WS-MAP-IDX)
                   TO GL-OUT-LIN-ACCOUNT
               MOVE 'C' TO GL-OUT-LIN-DRCR
               MOVE WS-TODAY TO GL-OUT-LIN-DATE
               MOVE WS-AGG-OPERATION(WS-AGG-IDX)
                   TO GL-OUT-LIN-OPERATION
               MOVE WS-AGG-CURRENCY(WS-AGG-IDX)
                   TO GL-OUT-LIN-CURRENCY
               MOVE WS-AGG-VALUE(WS-AGG-IDX)
                   TO GL-OUT-LIN-VALUE
               MOVE WS-AGG-ITEMS(WS-AGG-IDX)
                   TO GL-OUT-LIN-COUNT
               MOVE WS-AGG-REF-PERIOD(WS-AGG-IDX)
                   TO GL-OUT-LIN-REF-PERIOD
               WRITE GL-OUT-RECORD
               END-WRITE
               ADD 1 TO WS-RECORD-COUNT
           END-IF.
