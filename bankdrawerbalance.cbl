      ******************************************************************
      * Author:
      * Date:
      * Purpose:Fechamento de caixa do dia: para cada caixa e moeda de
      *         storage/drawer.data na data pedida em
      *         input/drawerbalance.data (ou na data de processamento,
      *         na falta dela) apura o esperado - troco de abertura
      *         mais suprimentos do cofre, menos recolhimentos, mais
      *         depositos e menos saques em especie de
      *         storage/drawermove.data - e confronta com a contagem
      *         declarada no fechamento.  Todo caixa sai em
      *         output/drawerbalance.data; diferenca acima da
      *         tolerancia de storage/drawerparam.data (padrao 10,00),
      *         caixa nao fechado e saque ou deposito de matricula sem
      *         abertura no dia vao para a lista do supervisor
      *         output/drawerworklist.data.  Caixa declarado e
      *         conferido fica marcado como conferido
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DRAWER-BALANCE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DATE-IN ASSIGN TO 'input/drawerbalance.data'
              FILE STATUS IS FS-DATE.
              SELECT DRAWER-PARAM
                  ASSIGN TO 'storage/drawerparam.data'
              FILE STATUS IS FS-PARAM.
              SELECT DRAWER-MOVE ASSIGN TO 'storage/drawermove.data'
              FILE STATUS IS FS-DRAWMOV.
              SELECT DRAWER-RW ASSIGN TO 'storage/drawer.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DRAWER-RW-KEY
              FILE STATUS IS FS-DRAWER.
              SELECT BALANCE-OUT ASSIGN TO 'output/drawerbalance.data'
              FILE STATUS IS FS-BALANCE.
              SELECT WORKLIST-OUT
                  ASSIGN TO 'output/drawerworklist.data'
              FILE STATUS IS FS-WORKLIST.

       DATA DIVISION.
       FILE SECTION.
       FD DATE-IN.
       01 DATE-IN-FILE.
           05 DATE-IN-DATE PIC 9(8).

       FD DRAWER-PARAM.
       01 DRAWER-PARAM-FILE.
           05 DRAWER-PARAM-TOLERANCE PIC 9(8)V9(2).

       FD DRAWER-MOVE.
       01 DRAWER-MOVE-RECORD.
           05 DRAWER-MOVE-MATRICULA PIC A(10).
           05 DRAWER-MOVE-DATE PIC 9(8).
           05 DRAWER-MOVE-TIME PIC 9(8).
           05 DRAWER-MOVE-TXN-ID PIC 9(14).
           05 DRAWER-MOVE-ACCOUNT-ID PIC 9(10).
           05 DRAWER-MOVE-OPERATION PIC A(3).
           05 DRAWER-MOVE-AMOUNT PIC 9(10)V9(2).
           05 DRAWER-MOVE-CURRENCY PIC A(3).

       FD DRAWER-RW.
       01 DRAWER-RW-FILE.
           COPY DRAWERREC REPLACING ==:PFX:== BY ==DRAWER-RW==.

       FD BALANCE-OUT.
       01 BALANCE-OUT-FILE.
           05 BALANCE-OUT-MATRICULA PIC A(10).
           05 BALANCE-OUT-DATE PIC 9(8).
           05 BALANCE-OUT-CURRENCY PIC A(3).
           05 BALANCE-OUT-OPENING-FLOAT PIC 9(10)V9(2).
           05 BALANCE-OUT-VAULT-IN PIC 9(10)V9(2).
           05 BALANCE-OUT-VAULT-OUT PIC 9(10)V9(2).
           05 BALANCE-OUT-DEPOSITS PIC 9(10)V9(2).
           05 BALANCE-OUT-WITHDRAWALS PIC 9(10)V9(2).
           05 BALANCE-OUT-EXPECTED PIC S9(10)V9(2).
           05 BALANCE-OUT-DECLARED PIC 9(10)V9(2).
           05 BALANCE-OUT-DIFFERENCE PIC S9(10)V9(2).
           05 BALANCE-OUT-STATUS PIC A(1).

       FD WORKLIST-OUT.
       01 WORKLIST-OUT-FILE.
           05 WORKLIST-OUT-MATRICULA PIC A(10).
           05 WORKLIST-OUT-DATE PIC 9(8).
           05 WORKLIST-OUT-CURRENCY PIC A(3).
           05 WORKLIST-OUT-EXPECTED PIC S9(10)V9(2).
           05 WORKLIST-OUT-DECLARED PIC 9(10)V9(2).
           05 WORKLIST-OUT-DIFFERENCE PIC S9(10)V9(2).
           05 WORKLIST-OUT-REASON PIC A(40).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-DRAWER-BALANCE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-DATE PIC X(2).
       01 FS-PARAM PIC X(2).
       01 FS-DRAWMOV PIC X(2).
       01 FS-DRAWER PIC X(2).
       01 FS-BALANCE PIC X(2).
       01 FS-WORKLIST PIC X(2).
       01 WS-DRAWER-OPEN PIC A(1) VALUE 'N'.
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-TOLERANCE PIC 9(8)V9(2) VALUE 10.00.
       01 WS-EXPECTED PIC S9(12)V9(2).
       01 WS-DIFFERENCE PIC S9(12)V9(2).
       01 WS-ABS-DIFFERENCE PIC 9(12)V9(2).
      *    Saques e depositos em especie do dia, por caixa e moeda
       01 WS-CASH-MAX PIC 9(4) COMP VALUE 1000.
       01 WS-CASH-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-CASH-IDX PIC 9(4) COMP.
       01 WS-CASH-FOUND PIC A(1).
       01 WS-CASH-TABLE.
           05 WS-CASH-ENTRY OCCURS 1000 TIMES.
               10 WS-CASH-MATRICULA PIC A(10).
               10 WS-CASH-CURRENCY PIC A(3).
               10 WS-CASH-DEPOSITS PIC 9(12)V9(2).
               10 WS-CASH-WITHDRAWALS PIC 9(12)V9(2).
               10 WS-CASH-MATCHED PIC A(1).
       01 WS-COUNT-DRAWERS PIC 9(7) VALUE 0.
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
           OPEN INPUT DRAWER-PARAM.
           IF FS-PARAM = '00' THEN
               READ DRAWER-PARAM
                   AT END CONTINUE
                   NOT AT END
                     MOVE DRAWER-PARAM-TOLERANCE TO WS-TOLERANCE
               END-READ
               CLOSE DRAWER-PARAM
           END-IF.
           OPEN INPUT DRAWER-MOVE.
           IF FS-DRAWMOV = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DRAWER-MOVE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF DRAWER-MOVE-DATE = WS-REPORT-DATE THEN
                             ADD 1 TO WS-RUN-LOG-READ
                             PERFORM ACUMULA-ESPECIE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-MOVE
           END-IF.
           OPEN I-O DRAWER-RW.
           IF FS-DRAWER = '00' THEN
               MOVE 'Y' TO WS-DRAWER-OPEN
           END-IF.
           OPEN OUTPUT BALANCE-OUT.
           OPEN OUTPUT WORKLIST-OUT.
           IF FS-BALANCE NOT = '00' OR FS-WORKLIST NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO FECHAMENTO DE CAIXA: '
                   FS-BALANCE ' ' FS-WORKLIST
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               IF WS-DRAWER-OPEN = 'Y' THEN
                   PERFORM CONFERE-CAIXAS
               ELSE
                   DISPLAY 'SEM CAIXAS ABERTOS EM STORAGE/DRAWER.DATA: '
                       FS-DRAWER
               END-IF
      *        Dinheiro movimentado por matricula sem abertura de
      *        caixa no dia nao tem contra o que conferir
               PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                       UNTIL WS-CASH-IDX > WS-CASH-COUNT
                   IF WS-CASH-MATCHED(WS-CASH-IDX) = 'N' THEN
                       COMPUTE WS-EXPECTED =
                           WS-CASH-DEPOSITS(WS-CASH-IDX) -
                           WS-CASH-WITHDRAWALS(WS-CASH-IDX)
                       MOVE WS-CASH-MATRICULA(WS-CASH-IDX)
                           TO WORKLIST-OUT-MATRICULA
                       MOVE WS-REPORT-DATE TO WORKLIST-OUT-DATE
                       MOVE WS-CASH-CURRENCY(WS-CASH-IDX)
                           TO WORKLIST-OUT-CURRENCY
                       MOVE WS-EXPECTED TO WORKLIST-OUT-EXPECTED
                       MOVE 0 TO WORKLIST-OUT-DECLARED
                       MOVE WS-EXPECTED TO WORKLIST-OUT-DIFFERENCE
                       MOVE 'MOVIMENTO SEM ABERTURA DE CAIXA'
                           TO WORKLIST-OUT-REASON
                       WRITE WORKLIST-OUT-FILE
                       END-WRITE
                       ADD 1 TO WS-COUNT-FLAGGED
                       DISPLAY 'MOVIMENTO SEM ABERTURA DE CAIXA: '
                           WS-CASH-MATRICULA(WS-CASH-IDX)
                   END-IF
               END-PERFORM
               DISPLAY 'FECHAMENTO DE CAIXA DE ' WS-REPORT-DATE ': '
                   WS-COUNT-DRAWERS ' CAIXAS, ' WS-COUNT-FLAGGED
                   ' PARA O SUPERVISOR'
               CLOSE BALANCE-OUT
               CLOSE WORKLIST-OUT
           END-IF.
           IF WS-DRAWER-OPEN = 'Y' THEN
               CLOSE DRAWER-RW
           END-IF.
           MOVE WS-COUNT-FLAGGED TO WS-RUN-LOG-REJECTED.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       ACUMULA-ESPECIE.
           MOVE 'N' TO WS-CASH-FOUND.
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
                   OR WS-CASH-FOUND = 'Y'
               IF WS-CASH-MATRICULA(WS-CASH-IDX) =
                       DRAWER-MOVE-MATRICULA AND
                       WS-CASH-CURRENCY(WS-CASH-IDX) =
                       DRAWER-MOVE-CURRENCY THEN
                   MOVE 'Y' TO WS-CASH-FOUND
                   SUBTRACT 1 FROM WS-CASH-IDX
               END-IF
           END-PERFORM.
           IF WS-CASH-FOUND = 'N' THEN
               IF WS-CASH-COUNT < WS-CASH-MAX THEN
                   ADD 1 TO WS-CASH-COUNT
                   MOVE WS-CASH-COUNT TO WS-CASH-IDX
                   MOVE DRAWER-MOVE-MATRICULA TO
                       WS-CASH-MATRICULA(WS-CASH-IDX)
                   MOVE DRAWER-MOVE-CURRENCY TO
                       WS-CASH-CURRENCY(WS-CASH-IDX)
                   MOVE 0 TO WS-CASH-DEPOSITS(WS-CASH-IDX)
                   MOVE 0 TO WS-CASH-WITHDRAWALS(WS-CASH-IDX)
                   MOVE 'N' TO WS-CASH-MATCHED(WS-CASH-IDX)
               ELSE
                   DISPLAY 'TABELA DE CAIXAS ESGOTADA: '
                       DRAWER-MOVE-MATRICULA
                   MOVE 0 TO WS-CASH-IDX
               END-IF
           END-IF.
           IF WS-CASH-IDX > 0 THEN
               IF DRAWER-MOVE-OPERATION = 'DEP' THEN
                   ADD DRAWER-MOVE-AMOUNT TO
                       WS-CASH-DEPOSITS(WS-CASH-IDX)
               ELSE
                   ADD DRAWER-MOVE-AMOUNT TO
                       WS-CASH-WITHDRAWALS(WS-CASH-IDX)
               END-IF
           END-IF.

      *    Todos os caixas da data: esperado contra declarado
       CONFERE-CAIXAS.
           MOVE LOW-VALUES TO DRAWER-RW-KEY.
           START DRAWER-RW
               KEY IS NOT LESS THAN DRAWER-RW-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAWER-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF DRAWER-RW-DATE = WS-REPORT-DATE THEN
                         PERFORM CONFERE-CAIXA
                     END-IF
               END-READ
           END-PERFORM.

       CONFERE-CAIXA.
           ADD 1 TO WS-COUNT-DRAWERS.
           MOVE DRAWER-RW-MATRICULA TO BALANCE-OUT-MATRICULA.
           MOVE DRAWER-RW-DATE TO BALANCE-OUT-DATE.
           MOVE DRAWER-RW-CURRENCY TO BALANCE-OUT-CURRENCY.
           MOVE DRAWER-RW-OPENING-FLOAT TO BALANCE-OUT-OPENING-FLOAT.
           MOVE DRAWER-RW-VAULT-IN TO BALANCE-OUT-VAULT-IN.
           MOVE DRAWER-RW-VAULT-OUT TO BALANCE-OUT-VAULT-OUT.
           MOVE 0 TO BALANCE-OUT-DEPOSITS.
           MOVE 0 TO BALANCE-OUT-WITHDRAWALS.
           MOVE 'N' TO WS-CASH-FOUND.
           PERFORM VARYING WS-CASH-IDX FROM 1 BY 1
                   UNTIL WS-CASH-IDX > WS-CASH-COUNT
                   OR WS-CASH-FOUND = 'Y'
               IF WS-CASH-MATRICULA(WS-CASH-IDX) =
                       DRAWER-RW-MATRICULA AND
                       WS-CASH-CURRENCY(WS-CASH-IDX) =
                       DRAWER-RW-CURRENCY THEN
                   MOVE 'Y' TO WS-CASH-FOUND
                   MOVE 'Y' TO WS-CASH-MATCHED(WS-CASH-IDX)
                   MOVE WS-CASH-DEPOSITS(WS-CASH-IDX)
                       TO BALANCE-OUT-DEPOSITS
                   MOVE WS-CASH-WITHDRAWALS(WS-CASH-IDX)
                       TO BALANCE-OUT-WITHDRAWALS
               END-IF
           END-PERFORM.
           COMPUTE WS-EXPECTED = DRAWER-RW-OPENING-FLOAT +
               DRAWER-RW-VAULT-IN - DRAWER-RW-VAULT-OUT +
               BALANCE-OUT-DEPOSITS - BALANCE-OUT-WITHDRAWALS.
           COMPUTE WS-DIFFERENCE = DRAWER-RW-DECLARED - WS-EXPECTED.
           IF WS-DIFFERENCE < 0 THEN
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF.
           MOVE WS-EXPECTED TO BALANCE-OUT-EXPECTED.
           MOVE DRAWER-RW-DECLARED TO BALANCE-OUT-DECLARED.
           MOVE WS-DIFFERENCE TO BALANCE-OUT-DIFFERENCE.
           MOVE DRAWER-RW-STATUS TO BALANCE-OUT-STATUS.
           MOVE SPACES TO WORKLIST-OUT-REASON.
           IF DRAWER-RW-OPEN THEN
               MOVE 'CAIXA NAO FECHADO' TO WORKLIST-OUT-REASON
           ELSE
           IF WS-ABS-DIFFERENCE > WS-TOLERANCE THEN
               IF WS-DIFFERENCE < 0 THEN
                   MOVE 'FALTA ACIMA DA TOLERANCIA'
                       TO WORKLIST-OUT-REASON
               ELSE
                   MOVE 'SOBRA ACIMA DA TOLERANCIA'
                       TO WORKLIST-OUT-REASON
               END-IF
           END-IF
           END-IF.
           IF DRAWER-RW-DECLARED-CLOSED THEN
               SET DRAWER-RW-BALANCED TO TRUE
               REWRITE DRAWER-RW-FILE
               END-REWRITE
               MOVE DRAWER-RW-STATUS TO BALANCE-OUT-STATUS
           END-IF.
           WRITE BALANCE-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
           IF WORKLIST-OUT-REASON NOT = SPACES THEN
               MOVE DRAWER-RW-MATRICULA TO WORKLIST-OUT-MATRICULA
               MOVE DRAWER-RW-DATE TO WORKLIST-OUT-DATE
               MOVE DRAWER-RW-CURRENCY TO WORKLIST-OUT-CURRENCY
               MOVE WS-EXPECTED TO WORKLIST-OUT-EXPECTED
               MOVE DRAWER-RW-DECLARED TO WORKLIST-OUT-DECLARED
               MOVE WS-DIFFERENCE TO WORKLIST-OUT-DIFFERENCE
               WRITE WORKLIST-OUT-FILE
               END-WRITE
               ADD 1 TO WS-COUNT-FLAGGED
               DISPLAY 'CAIXA PARA O SUPERVISOR: '
                   DRAWER-RW-MATRICULA ' ' DRAWER-RW-CURRENCY ' '
                   WORKLIST-OUT-REASON
           END-IF.
