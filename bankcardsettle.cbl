      ******************************************************************
      * Author:
      * Date:
      * Purpose:Job diario de conciliacao da liquidacao da rede de
      *         cartoes (input/cardsettle.data): o registro 'H' traz a
      *         data de processamento das compras que a rede esta
      *         liquidando, os registros 'D' cada compra liquidada
      *         (referencia da rede, cartao, valor) e o 'T' o valor
      *         liquido da liquidacao.  Cada item e casado pela
      *         referencia da rede com os lancamentos CRT dessa data em
      *         storage/statementledger.data.  Vao para
      *         output/cardsettle.data: lancado e nao liquidado ('N'),
      *         liquidado sem lancamento ('S'), valor divergente ('V')
      *         e a prova de totais ('T') do CRT do dia contra o
      *         liquido da rede, base da exportacao contabil e da
      *         tesouraria.  Qualquer excecao ou diferenca de totais
      *         termina com completion 'LQ'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-CARD-SETTLE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT SETTLE-IN ASSIGN TO 'input/cardsettle.data'
              FILE STATUS IS FS-SETTLE.
              SELECT LEDGER-IN
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS LEDGER-IN-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT RECON-OUT ASSIGN TO 'output/cardsettle.data'
              FILE STATUS IS FS-RECON.

       DATA DIVISION.
       FILE SECTION.
       FD SETTLE-IN.
       01 SETTLE-IN-FILE.
           05 SETTLE-IN-TYPE PIC A(1).
               88 SETTLE-IN-HEADER VALUE 'H'.
               88 SETTLE-IN-DETAIL VALUE 'D'.
               88 SETTLE-IN-TRAILER VALUE 'T'.
           05 SETTLE-IN-NETWORK-REF PIC 9(14).
           05 SETTLE-IN-CARD-NUMBER PIC 9(16).
           05 SETTLE-IN-AMOUNT PIC 9(10)V9(2).
      *    Data de processamento das compras liquidadas (no 'H')
           05 SETTLE-IN-DATE PIC 9(8).

       FD LEDGER-IN.
       01 LEDGER-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

       FD RECON-OUT.
       01 RECON-OUT-FILE.
           05 RECON-OUT-TYPE PIC A(1).
           05 RECON-OUT-NETWORK-REF PIC 9(14).
           05 RECON-OUT-CARD-NUMBER PIC 9(16).
           05 RECON-OUT-ACCOUNT-ID PIC 9(10).
           05 RECON-OUT-TXN-ID PIC 9(14).
           05 RECON-OUT-POSTED PIC 9(12)V9(2).
           05 RECON-OUT-SETTLED PIC 9(12)V9(2).
           05 RECON-OUT-DIFFERENCE PIC S9(12)V9(2).
           05 RECON-OUT-REASON PIC A(40).
           05 RECON-OUT-SETTLE-DATE PIC 9(8).
           05 RECON-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-CARD-SETTLE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 WS-LEDGER-EOF PIC A(1).
       01 FS-SETTLE PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-RECON PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.
       01 WS-TRAILER-SEEN PIC A(1) VALUE 'N'.
       01 WS-NET-AMOUNT PIC 9(12)V9(2) VALUE 0.
       01 WS-SETTLED-TOTAL PIC 9(12)V9(2) VALUE 0.
       01 WS-POSTED-TOTAL PIC 9(12)V9(2) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(9) COMP VALUE 0.
       01 WS-CRT-MAX PIC 9(5) COMP VALUE 20000.
       01 WS-CRT-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-CRT-IDX PIC 9(5) COMP.
       01 WS-CRT-FOUND PIC 9(5) COMP.
       01 WS-CRT-OVERFLOW PIC A(1) VALUE 'N'.
       01 WS-CRT-TABLE.
           05 WS-CRT-ENTRY OCCURS 20000 TIMES.
               10 WS-CRT-NETWORK-REF PIC 9(14).
               10 WS-CRT-ACCOUNT-ID PIC 9(10).
               10 WS-CRT-TXN-ID PIC 9(14).
               10 WS-CRT-AMOUNT PIC 9(10)V9(2).
               10 WS-CRT-MATCHED PIC A(1).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT SETTLE-IN.
           IF FS-SETTLE NOT = '00' THEN
               DISPLAY 'SEM ARQUIVO DE LIQUIDACAO DA REDE: ' FS-SETTLE
               MOVE FS-SETTLE TO WS-RUN-LOG-COMPLETION
           ELSE
           MOVE 'N' TO WS-EOF
           READ SETTLE-IN
               AT END MOVE 'Y' TO WS-EOF
           END-READ
           IF WS-EOF = 'Y' OR NOT SETTLE-IN-HEADER THEN
               DISPLAY 'LIQUIDACAO DA REDE SEM REGISTRO DE CABECALHO'
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               MOVE SETTLE-IN-DATE TO WS-SETTLE-DATE
               PERFORM CARREGA-LANCAMENTOS
               OPEN OUTPUT RECON-OUT
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SETTLE-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF SETTLE-IN-DETAIL THEN
                             ADD 1 TO WS-RUN-LOG-READ
                             PERFORM CASA-ITEM
                         ELSE
                         IF SETTLE-IN-TRAILER THEN
                             MOVE 'Y' TO WS-TRAILER-SEEN
                             MOVE SETTLE-IN-AMOUNT TO WS-NET-AMOUNT
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
               PERFORM NAO-LIQUIDADOS
               PERFORM PROVA-TOTAIS
               CLOSE RECON-OUT
               IF WS-EXCEPTION-COUNT > 0 THEN
                   MOVE 'LQ' TO WS-RUN-LOG-COMPLETION
               END-IF
               DISPLAY 'LIQUIDACAO DE CARTOES ' WS-SETTLE-DATE ': '
                   WS-RUN-LOG-READ ' ITENS, ' WS-EXCEPTION-COUNT
                   ' EXCECOES'
           END-IF
           CLOSE SETTLE-IN
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO WS-RUN-LOG-REJECTED.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Compras CRT lancadas na data liquidada; a referencia da rede
      *    fica no REF-TXN-ID do lancamento
       CARREGA-LANCAMENTOS.
           OPEN INPUT LEDGER-IN.
           IF FS-LEDGER = '00' THEN
               MOVE 'N' TO WS-LEDGER-EOF
               PERFORM UNTIL WS-LEDGER-EOF = 'Y'
                   READ LEDGER-IN
                       AT END MOVE 'Y' TO WS-LEDGER-EOF
                       NOT AT END
                         IF LEDGER-IN-OPERATION = 'CRT' AND
                                 LEDGER-IN-DATE = WS-SETTLE-DATE THEN
                             IF WS-CRT-COUNT < WS-CRT-MAX THEN
                                 ADD 1 TO WS-CRT-COUNT
                                 MOVE LEDGER-IN-REF-TXN-ID TO
                                     WS-CRT-NETWORK-REF(WS-CRT-COUNT)
                                 MOVE LEDGER-IN-ACCOUNT-ID TO
                                     WS-CRT-ACCOUNT-ID(WS-CRT-COUNT)
                                 MOVE LEDGER-IN-TXN-ID TO
                                     WS-CRT-TXN-ID(WS-CRT-COUNT)
                                 MOVE LEDGER-IN-VALUE TO
                                     WS-CRT-AMOUNT(WS-CRT-COUNT)
                                 MOVE 'N' TO
                                     WS-CRT-MATCHED(WS-CRT-COUNT)
                                 ADD LEDGER-IN-VALUE TO
                                     WS-POSTED-TOTAL
                             ELSE
                                 MOVE 'Y' TO WS-CRT-OVERFLOW
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-IN
           END-IF.
           IF WS-CRT-OVERFLOW = 'Y' THEN
               DISPLAY 'TABELA DE COMPRAS CRT ESGOTADA, CASAMENTO '
                   'INCOMPLETO'
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       CASA-ITEM.
           ADD SETTLE-IN-AMOUNT TO WS-SETTLED-TOTAL.
           MOVE 0 TO WS-CRT-FOUND.
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
                   OR WS-CRT-FOUND > 0
               IF WS-CRT-NETWORK-REF(WS-CRT-IDX) =
                       SETTLE-IN-NETWORK-REF AND
                       WS-CRT-MATCHED(WS-CRT-IDX) = 'N' THEN
                   MOVE WS-CRT-IDX TO WS-CRT-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO RECON-OUT-FILE.
           MOVE SETTLE-IN-NETWORK-REF TO RECON-OUT-NETWORK-REF.
           MOVE SETTLE-IN-CARD-NUMBER TO RECON-OUT-CARD-NUMBER.
           MOVE SETTLE-IN-AMOUNT TO RECON-OUT-SETTLED.
           IF WS-CRT-FOUND = 0 THEN
               MOVE 'S' TO RECON-OUT-TYPE
               MOVE 0 TO RECON-OUT-ACCOUNT-ID
               MOVE 0 TO RECON-OUT-TXN-ID
               MOVE 0 TO RECON-OUT-POSTED
               MOVE 'LIQUIDADO SEM LANCAMENTO CRT'
                   TO RECON-OUT-REASON
               PERFORM GRAVA-EXCECAO
           ELSE
               MOVE 'Y' TO WS-CRT-MATCHED(WS-CRT-FOUND)
               IF WS-CRT-AMOUNT(WS-CRT-FOUND) NOT = SETTLE-IN-AMOUNT
                       THEN
                   MOVE 'V' TO RECON-OUT-TYPE
                   MOVE WS-CRT-ACCOUNT-ID(WS-CRT-FOUND) TO
                       RECON-OUT-ACCOUNT-ID
                   MOVE WS-CRT-TXN-ID(WS-CRT-FOUND) TO
                       RECON-OUT-TXN-ID
                   MOVE WS-CRT-AMOUNT(WS-CRT-FOUND) TO
                       RECON-OUT-POSTED
                   MOVE 'VALOR LIQUIDADO DIVERGENTE'
                       TO RECON-OUT-REASON
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-IF.

       NAO-LIQUIDADOS.
           PERFORM VARYING WS-CRT-IDX FROM 1 BY 1
                   UNTIL WS-CRT-IDX > WS-CRT-COUNT
               IF WS-CRT-MATCHED(WS-CRT-IDX) = 'N' THEN
                   MOVE SPACES TO RECON-OUT-FILE
                   MOVE 'N' TO RECON-OUT-TYPE
                   MOVE WS-CRT-NETWORK-REF(WS-CRT-IDX) TO
                       RECON-OUT-NETWORK-REF
                   MOVE 0 TO RECON-OUT-CARD-NUMBER
                   MOVE WS-CRT-ACCOUNT-ID(WS-CRT-IDX) TO
                       RECON-OUT-ACCOUNT-ID
                   MOVE WS-CRT-TXN-ID(WS-CRT-IDX) TO
                       RECON-OUT-TXN-ID
                   MOVE WS-CRT-AMOUNT(WS-CRT-IDX) TO RECON-OUT-POSTED
                   MOVE 0 TO RECON-OUT-SETTLED
                   MOVE 'LANCADO E NAO LIQUIDADO PELA REDE'
                       TO RECON-OUT-REASON
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-PERFORM.

      *    Sem trailer, o liquido da rede e a soma dos itens
       PROVA-TOTAIS.
           IF WS-TRAILER-SEEN = 'N' THEN
               MOVE WS-SETTLED-TOTAL TO WS-NET-AMOUNT
           END-IF.
           MOVE SPACES TO RECON-OUT-FILE.
           MOVE 'T' TO RECON-OUT-TYPE.
           MOVE 0 TO RECON-OUT-NETWORK-REF.
           MOVE 0 TO RECON-OUT-CARD-NUMBER.
           MOVE 0 TO RECON-OUT-ACCOUNT-ID.
           MOVE 0 TO RECON-OUT-TXN-ID.
           MOVE WS-POSTED-TOTAL TO RECON-OUT-POSTED.
           MOVE WS-NET-AMOUNT TO RECON-OUT-SETTLED.
           COMPUTE RECON-OUT-DIFFERENCE =
               WS-POSTED-TOTAL - WS-NET-AMOUNT.
           IF RECON-OUT-DIFFERENCE = 0 AND
                   WS-SETTLED-TOTAL = WS-NET-AMOUNT THEN
               MOVE 'TOTAIS CONFEREM' TO RECON-OUT-REASON
           ELSE
               IF WS-SETTLED-TOTAL NOT = WS-NET-AMOUNT THEN
                   MOVE 'TRAILER DIFERE DA SOMA DOS ITENS'
                       TO RECON-OUT-REASON
               ELSE
                   MOVE 'CRT DO DIA DIFERE DO LIQUIDO DA REDE'
                       TO RECON-OUT-REASON
               END-IF
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           MOVE WS-SETTLE-DATE TO RECON-OUT-SETTLE-DATE.
           MOVE WS-TODAY TO RECON-OUT-DATE.
           WRITE RECON-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
           DISPLAY 'CRT DO DIA ' WS-POSTED-TOTAL ' LIQUIDO DA REDE '
               WS-NET-AMOUNT ': ' RECON-OUT-REASON.

       GRAVA-EXCECAO.
           IF RECON-OUT-TYPE = 'V' THEN
               COMPUTE RECON-OUT-DIFFERENCE =
                   RECON-OUT-POSTED - RECON-OUT-SETTLED
           ELSE
           IF RECON-OUT-TYPE = 'N' THEN
               MOVE RECON-OUT-POSTED TO RECON-OUT-DIFFERENCE
           ELSE
               COMPUTE RECON-OUT-DIFFERENCE = 0 - RECON-OUT-SETTLED
           END-IF
           END-IF.
           MOVE WS-SETTLE-DATE TO RECON-OUT-SETTLE-DATE.
           MOVE WS-TODAY TO RECON-OUT-DATE.
           WRITE RECON-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
           ADD 1 TO WS-EXCEPTION-COUNT.
