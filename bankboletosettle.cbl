      ******************************************************************
      * Author:
      * Date:
      * Purpose:Job diario de liquidacao dos boletos emitidos pelo
      *         banco (storage/boleto.data) a partir do arquivo de
      *         boletos pagos da rede de compensacao
      *         (input/boletopaid.data), na estrutura H/L/T: o
      *         cabecalho traz a data e o valor de liquidacao da rede,
      *         as linhas cada boleto pago e o totalizador a quantidade
      *         e a soma.  Arquivo que nao fecha e recusado por
      *         inteiro.  Para cada boleto em aberto calcula os
      *         encargos de atraso (multa mais juros de mora por dia
      *         corrido depois do vencimento rolado para dia util),
      *         credita o valor pago na conta do beneficiario com a
      *         operacao CBR e debita a tarifa de cobranca vigente
      *         (BANK-TARIFF-LOOKUP) com a operacao TAR.  Boleto
      *         desconhecido, ja liquidado, baixado, com codigo de
      *         barras divergente, de conta encerrada ou pago a menor
      *         que o devido vai para output/boletoexception.data.  No
      *         fim gera o retorno de cada beneficiario em
      *         output/boletoreturn.data, ordenado por conta: boletos
      *         liquidados no dia, vencidos em aberto e baixados no dia
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-BOLETO-SETTLE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PAID-IN ASSIGN TO 'input/boletopaid.data'
              FILE STATUS IS FS-IN.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT BOLETO-RW ASSIGN TO 'storage/boleto.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS BOLETO-RW-ID
              ALTERNATE RECORD KEY IS BOLETO-RW-ACCOUNT-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-BOLETO.
              SELECT LEDGER-OUT
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LEDGER-OUT-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT EXCEPTION-OUT
                  ASSIGN TO 'output/boletoexception.data'
              FILE STATUS IS FS-EXCEPTION.
              SELECT RETURN-OUT
                  ASSIGN TO 'output/boletoreturn.data'
              FILE STATUS IS FS-RETURN.

       DATA DIVISION.
       FILE SECTION.
       FD PAID-IN.
       01 PAID-IN-RECORD.
           05 PAID-IN-TYPE PIC A(1).
               88 PAID-IN-HEADER VALUE 'H'.
               88 PAID-IN-LINE VALUE 'L'.
               88 PAID-IN-TRAILER VALUE 'T'.
           05 PAID-IN-DATA PIC X(81).
           05 PAID-IN-HDR REDEFINES PAID-IN-DATA.
               10 PAID-IN-HDR-DATE PIC 9(8).
               10 PAID-IN-HDR-SETTLE-AMOUNT PIC 9(13)V9(2).
               10 FILLER PIC X(58).
           05 PAID-IN-LIN REDEFINES PAID-IN-DATA.
               10 PAID-IN-LIN-ID PIC 9(14).
               10 PAID-IN-LIN-BARCODE PIC X(44).
               10 PAID-IN-LIN-PAID-DATE PIC 9(8).
               10 PAID-IN-LIN-AMOUNT PIC 9(10)V9(2).
               10 PAID-IN-LIN-PAYER-BANK PIC 9(3).
           05 PAID-IN-TRL REDEFINES PAID-IN-DATA.
               10 PAID-IN-TRL-COUNT PIC 9(7).
               10 PAID-IN-TRL-TOTAL PIC 9(13)V9(2).
               10 FILLER PIC X(59).

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD BOLETO-RW.
       01 BOLETO-RW-FILE.
           COPY BOLETOREC REPLACING ==:PFX:== BY ==BOLETO-RW==.

       FD LEDGER-OUT.
       01 LEDGER-OUT-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-OUT==.

       FD EXCEPTION-OUT.
       01 EXCEPTION-OUT-FILE.
           05 EXCEPTION-OUT-ID PIC 9(14).
           05 EXCEPTION-OUT-BARCODE PIC X(44).
           05 EXCEPTION-OUT-PAID-DATE PIC 9(8).
           05 EXCEPTION-OUT-PAID-AMOUNT PIC 9(10)V9(2).
           05 EXCEPTION-OUT-DUE-AMOUNT PIC 9(10)V9(2).
           05 EXCEPTION-OUT-DATE PIC 9(8).
           05 EXCEPTION-OUT-REASON PIC A(40).

       FD RETURN-OUT.
       01 RETURN-OUT-FILE.
           05 RETURN-OUT-ACCOUNT-ID PIC 9(10).
           05 RETURN-OUT-ID PIC 9(14).
           05 RETURN-OUT-SITUATION PIC A(1).
               88 RETURN-OUT-SETTLED VALUE 'L'.
               88 RETURN-OUT-OVERDUE VALUE 'V'.
               88 RETURN-OUT-WRITTEN-OFF VALUE 'B'.
           05 RETURN-OUT-PAYER-NAME PIC A(40).
           05 RETURN-OUT-PAYER-DOC PIC X(14).
           05 RETURN-OUT-AMOUNT PIC 9(10)V9(2).
           05 RETURN-OUT-DUE-DATE PIC 9(8).
           05 RETURN-OUT-PAID-DATE PIC 9(8).
           05 RETURN-OUT-PAID-AMOUNT PIC 9(10)V9(2).
           05 RETURN-OUT-LATE-CHARGES PIC 9(10)V9(2).
           05 RETURN-OUT-FEE PIC 9(5)V9(2).
           05 RETURN-OUT-NET-AMOUNT PIC 9(10)V9(2).
           05 RETURN-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-BOLETO-SETTLE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
       01 WS-EOF PIC A(1).
       01 FS-IN PIC X(2).
       01 FS PIC X(2).
       01 FS-BOLETO PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-EXCEPTION PIC X(2).
       01 FS-RETURN PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
       01 WS-ABORT PIC A(1).
       01 WS-HEADER-SEEN PIC A(1) VALUE 'N'.
       01 WS-TRAILER-SEEN PIC A(1) VALUE 'N'.
       01 WS-SETTLE-AMOUNT PIC 9(13)V9(2) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-TRL-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-SETTLED-COUNT PIC 9(7) VALUE 0.
       01 WS-SETTLED-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-FEE-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01 WS-REASON PIC A(40).
       01 WS-DUE-ROLLED PIC 9(8).
       01 WS-DAYS-LATE PIC 9(5).
       01 WS-LATE-CHARGES PIC 9(10)V9(2).
       01 WS-DUE-AMOUNT PIC 9(10)V9(2).
       01 WS-ID-DAY PIC 9(8).
       01 WS-SCAN-DONE PIC A(1).
       01 WS-TARIFF-FOUND PIC A(1).
       01 WS-MONTHLY-FEE PIC 9(5)V9(2).
       01 WS-FREE-MOVEMENTS PIC 9(3).
       01 WS-EXCESS-FEE PIC 9(5)V9(2).
       01 WS-BOLETO-FEE PIC 9(5)V9(2).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
      *    Mes da data de movimento ja fechado pela contabilidade:
      *    nada e lancado
           CALL 'BANK-PROCESSING-DATE' USING WS-PERIOD-CHK-DATE
           END-CALL.
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL.
           IF WS-PERIOD-CHK-CLOSED THEN
               DISPLAY 'PERIODO CONTABIL FECHADO, NADA LANCADO: '
                   WS-PERIOD-CHK-DATE
               MOVE 'PF' TO WS-RUN-LOG-COMPLETION
               MOVE 'E' TO WS-RUN-LOG-EVENT
               CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
               END-CALL
               GOBACK
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 630000.
           MOVE 'N' TO WS-ABORT.
      *    Primeira passada: prova do arquivo contra o totalizador e
      *    contra o valor que a rede vai liquidar.  Sem arquivo no dia
      *    ainda sai o retorno dos vencidos e baixados
           OPEN INPUT PAID-IN.
           IF FS-IN NOT = '00' THEN
               DISPLAY 'SEM ARQUIVO DE BOLETOS PAGOS: ' FS-IN
               MOVE 'Y' TO WS-ABORT
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAID-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF PAID-IN-HEADER THEN
                             MOVE 'Y' TO WS-HEADER-SEEN
                             MOVE PAID-IN-HDR-SETTLE-AMOUNT
                                 TO WS-SETTLE-AMOUNT
                         ELSE
                         IF PAID-IN-LINE THEN
                             ADD 1 TO WS-LINE-COUNT
                             ADD PAID-IN-LIN-AMOUNT TO WS-LINE-TOTAL
                         ELSE
                         IF PAID-IN-TRAILER THEN
                             MOVE 'Y' TO WS-TRAILER-SEEN
                             MOVE PAID-IN-TRL-COUNT TO WS-TRL-COUNT
                             MOVE PAID-IN-TRL-TOTAL TO WS-TRL-TOTAL
                         END-IF
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-IN
               IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N' THEN
                   MOVE 'Y' TO WS-ABORT
                   MOVE 'AB' TO WS-RUN-LOG-COMPLETION
                   DISPLAY 'ARQUIVO DE BOLETOS PAGOS SEM CABECALHO OU '
                       'TOTALIZADOR, RECUSADO'
               ELSE
               IF WS-TRL-COUNT NOT = WS-LINE-COUNT OR
                       WS-TRL-TOTAL NOT = WS-LINE-TOTAL OR
                       WS-SETTLE-AMOUNT NOT = WS-LINE-TOTAL THEN
                   MOVE 'Y' TO WS-ABORT
                   MOVE 'AB' TO WS-RUN-LOG-COMPLETION
                   DISPLAY 'ARQUIVO DE BOLETOS PAGOS NAO FECHA: '
                       WS-TRL-COUNT ' / ' WS-LINE-COUNT ' '
                       WS-TRL-TOTAL ' / ' WS-LINE-TOTAL ' / '
                       WS-SETTLE-AMOUNT
               END-IF
               END-IF
           END-IF.
           OPEN I-O STATEMENT-OUT.
           OPEN I-O BOLETO-RW.
           IF FS-BOLETO = '35' THEN
               CLOSE BOLETO-RW
               OPEN OUTPUT BOLETO-RW
               CLOSE BOLETO-RW
               OPEN I-O BOLETO-RW
           END-IF.
           OPEN I-O LEDGER-OUT.
           IF FS-LEDGER = '35' THEN
               CLOSE LEDGER-OUT
               OPEN OUTPUT LEDGER-OUT
           END-IF.
           OPEN OUTPUT EXCEPTION-OUT.
           OPEN OUTPUT RETURN-OUT.
           IF FS NOT = '00' OR FS-BOLETO NOT = '00' OR
                   FS-LEDGER NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA LIQUIDACAO DE '
                   'BOLETOS: ' FS ' ' FS-BOLETO ' ' FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               IF WS-ABORT = 'N' THEN
      *    Segunda passada: liquidacao de cada boleto pago
                   OPEN INPUT PAID-IN
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ PAID-IN
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                             IF PAID-IN-LINE THEN
                                 ADD 1 TO WS-RUN-LOG-READ
                                 PERFORM LIQUIDA-BOLETO
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAID-IN
               END-IF
               PERFORM GERA-RETORNO
               DISPLAY 'BOLETOS LIQUIDADOS: ' WS-SETTLED-COUNT
                   ' VALOR ' WS-SETTLED-TOTAL ' TARIFAS '
                   WS-FEE-TOTAL ' EXCECOES ' WS-EXCEPTION-COUNT
                   ' LINHAS DE RETORNO ' WS-RETURN-COUNT
           END-IF.
           CLOSE RETURN-OUT.
           CLOSE EXCEPTION-OUT.
           CLOSE LEDGER-OUT.
           CLOSE BOLETO-RW.
           CLOSE STATEMENT-OUT.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       LIQUIDA-BOLETO.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-DUE-AMOUNT.
           MOVE PAID-IN-LIN-ID TO BOLETO-RW-ID.
           READ BOLETO-RW
               INVALID KEY
                 MOVE 'BOLETO NAO ENCONTRADO' TO WS-REASON
               NOT INVALID KEY
                 IF BOLETO-RW-BARCODE NOT = PAID-IN-LIN-BARCODE THEN
                     MOVE 'CODIGO DE BARRAS DIVERGENTE' TO WS-REASON
                 ELSE
                 IF BOLETO-RW-PAID THEN
                     MOVE 'BOLETO JA LIQUIDADO' TO WS-REASON
                 ELSE
                 IF BOLETO-RW-CANCELLED THEN
                     MOVE 'BOLETO BAIXADO PAGO NA REDE' TO WS-REASON
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           IF WS-REASON = SPACES THEN
               MOVE BOLETO-RW-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     MOVE 'CONTA DO BENEFICIARIO NAO ENCONTRADA'
                         TO WS-REASON
                   NOT INVALID KEY
                     IF ACCOUNT-OUT-CLOSED THEN
                         MOVE 'CONTA DO BENEFICIARIO ENCERRADA'
                             TO WS-REASON
                     END-IF
               END-READ
           END-IF.
           IF WS-REASON NOT = SPACES THEN
               PERFORM GRAVA-EXCECAO
           ELSE
               PERFORM CALCULA-ENCARGOS
               COMPUTE WS-DUE-AMOUNT =
                   BOLETO-RW-AMOUNT + WS-LATE-CHARGES
      *    Pago a menor: o dinheiro ja entrou pela rede e e creditado,
      *    mas a diferenca vai para a excecao
               IF PAID-IN-LIN-AMOUNT < WS-DUE-AMOUNT THEN
                   MOVE 'BOLETO PAGO A MENOR QUE O DEVIDO'
                       TO WS-REASON
                   PERFORM GRAVA-EXCECAO
               END-IF
               CALL 'BANK-TARIFF-LOOKUP' USING
                   ACCOUNT-OUT-TYPE WS-TODAY
                   WS-MONTHLY-FEE WS-FREE-MOVEMENTS
                   WS-EXCESS-FEE WS-BOLETO-FEE
                   WS-TARIFF-FOUND
               END-CALL
               IF WS-BOLETO-FEE > PAID-IN-LIN-AMOUNT THEN
                   MOVE PAID-IN-LIN-AMOUNT TO WS-BOLETO-FEE
               END-IF
               ADD PAID-IN-LIN-AMOUNT TO ACCOUNT-OUT-VALUE
               MOVE 'CBR' TO LEDGER-OUT-OPERATION
               SET LEDGER-OUT-CREDIT TO TRUE
               MOVE PAID-IN-LIN-AMOUNT TO LEDGER-OUT-VALUE
               MOVE SPACES TO LEDGER-OUT-OBSERVATION
               STRING 'LIQUIDACAO DE BOLETO ' BOLETO-RW-ID
                   ' PAGADOR ' BOLETO-RW-PAYER-DOC ' '
                   BOLETO-RW-PAYER-NAME
                   DELIMITED BY SIZE
                   INTO LEDGER-OUT-OBSERVATION
               END-STRING
               PERFORM GRAVA-LANCAMENTO
               MOVE LEDGER-OUT-TXN-ID TO BOLETO-RW-CREDIT-TXN-ID
               IF WS-BOLETO-FEE > 0 THEN
                   SUBTRACT WS-BOLETO-FEE FROM ACCOUNT-OUT-VALUE
                   MOVE 'TAR' TO LEDGER-OUT-OPERATION
                   SET LEDGER-OUT-DEBIT TO TRUE
                   MOVE WS-BOLETO-FEE TO LEDGER-OUT-VALUE
                   MOVE SPACES TO LEDGER-OUT-OBSERVATION
                   STRING 'TARIFA DE COBRANCA DO BOLETO '
                       BOLETO-RW-ID
                       DELIMITED BY SIZE
                       INTO LEDGER-OUT-OBSERVATION
                   END-STRING
                   PERFORM GRAVA-LANCAMENTO
               END-IF
               REWRITE ACCOUNT-OUT-MOVEMENT
               END-REWRITE
               SET BOLETO-RW-PAID TO TRUE
               MOVE PAID-IN-LIN-PAID-DATE TO BOLETO-RW-PAID-DATE
               MOVE PAID-IN-LIN-AMOUNT TO BOLETO-RW-PAID-AMOUNT
               MOVE WS-LATE-CHARGES TO BOLETO-RW-LATE-CHARGES
               MOVE WS-BOLETO-FEE TO BOLETO-RW-FEE
               REWRITE BOLETO-RW-FILE
               END-REWRITE
               ADD 1 TO WS-SETTLED-COUNT
               ADD PAID-IN-LIN-AMOUNT TO WS-SETTLED-TOTAL
               ADD WS-BOLETO-FEE TO WS-FEE-TOTAL
           END-IF.

      *    Vencimento em fim de semana ou feriado se estende ao
      *    proximo dia util; depois dele, multa unica e juros de mora
      *    por dia corrido contado do vencimento original
       CALCULA-ENCARGOS.
           MOVE 0 TO WS-LATE-CHARGES.
           MOVE BOLETO-RW-DUE-DATE TO WS-DUE-ROLLED.
           CALL 'BANK-BUSINESS-DAY' USING WS-DUE-ROLLED
           END-CALL.
           IF PAID-IN-LIN-PAID-DATE > WS-DUE-ROLLED THEN
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(PAID-IN-LIN-PAID-DATE) -
                   FUNCTION INTEGER-OF-DATE(BOLETO-RW-DUE-DATE)
               COMPUTE WS-LATE-CHARGES ROUNDED =
                   BOLETO-RW-AMOUNT * BOLETO-RW-LATE-FEE-PCT / 100 +
                   BOLETO-RW-AMOUNT * BOLETO-RW-DAILY-INTEREST-PCT
                       / 100 * WS-DAYS-LATE
           END-IF.

       GRAVA-LANCAMENTO.
           MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID.
           MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE.
           MOVE ACCOUNT-OUT-CURRENCY TO LEDGER-OUT-CURRENCY.
           MOVE WS-TODAY TO LEDGER-OUT-DATE.
           ACCEPT LEDGER-OUT-TIME FROM TIME.
           MOVE 0 TO LEDGER-OUT-REF-DATE.
           MOVE 0 TO LEDGER-OUT-REF-TIME.
           ADD 1 TO WS-TXN-SEQ.
           COMPUTE LEDGER-OUT-TXN-ID = WS-TXN-BASE + WS-TXN-SEQ.
           MOVE 0 TO LEDGER-OUT-REF-TXN-ID.
           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG.
           SET LEDGER-OUT-BY-JOB TO TRUE.
           MOVE WS-RUN-LOG-PROGRAM TO LEDGER-OUT-ORIGIN.
           MOVE SPACES TO LEDGER-OUT-APPROVER.
           MOVE SPACE TO LEDGER-OUT-CHANNEL.
           WRITE LEDGER-OUT-RECORD
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

       GRAVA-EXCECAO.
           MOVE PAID-IN-LIN-ID TO EXCEPTION-OUT-ID.
           MOVE PAID-IN-LIN-BARCODE TO EXCEPTION-OUT-BARCODE.
           MOVE PAID-IN-LIN-PAID-DATE TO EXCEPTION-OUT-PAID-DATE.
           MOVE PAID-IN-LIN-AMOUNT TO EXCEPTION-OUT-PAID-AMOUNT.
           MOVE WS-DUE-AMOUNT TO EXCEPTION-OUT-DUE-AMOUNT.
           MOVE WS-TODAY TO EXCEPTION-OUT-DATE.
           MOVE WS-REASON TO EXCEPTION-OUT-REASON.
           WRITE EXCEPTION-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-REJECTED.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY 'EXCECAO NA LIQUIDACAO DE BOLETO: ' PAID-IN-LIN-ID
               ' ' WS-REASON.

      *    Retorno ao beneficiario pela chave de conta: liquidados no
      *    dia, vencidos ainda em aberto e baixados no dia
       GERA-RETORNO.
           MOVE 0 TO BOLETO-RW-ACCOUNT-ID.
           START BOLETO-RW
               KEY IS NOT LESS THAN BOLETO-RW-ACCOUNT-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BOLETO-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     MOVE SPACE TO RETURN-OUT-SITUATION
                     IF BOLETO-RW-PAID THEN
                         COMPUTE WS-ID-DAY =
                             BOLETO-RW-CREDIT-TXN-ID / 1000000
                         IF WS-ID-DAY = WS-TODAY THEN
                             SET RETURN-OUT-SETTLED TO TRUE
                         END-IF
                     ELSE
                     IF BOLETO-RW-CANCELLED THEN
                         IF BOLETO-RW-CANCEL-DATE = WS-TODAY THEN
                             SET RETURN-OUT-WRITTEN-OFF TO TRUE
                         END-IF
                     ELSE
                         MOVE BOLETO-RW-DUE-DATE TO WS-DUE-ROLLED
                         CALL 'BANK-BUSINESS-DAY' USING WS-DUE-ROLLED
                         END-CALL
                         IF WS-DUE-ROLLED < WS-TODAY THEN
                             SET RETURN-OUT-OVERDUE TO TRUE
                         END-IF
                     END-IF
                     END-IF
                     IF RETURN-OUT-SITUATION NOT = SPACE THEN
                         PERFORM GRAVA-RETORNO
                     END-IF
               END-READ
           END-PERFORM.

       GRAVA-RETORNO.
           MOVE BOLETO-RW-ACCOUNT-ID TO RETURN-OUT-ACCOUNT-ID.
           MOVE BOLETO-RW-ID TO RETURN-OUT-ID.
           MOVE BOLETO-RW-PAYER-NAME TO RETURN-OUT-PAYER-NAME.
           MOVE BOLETO-RW-PAYER-DOC TO RETURN-OUT-PAYER-DOC.
           MOVE BOLETO-RW-AMOUNT TO RETURN-OUT-AMOUNT.
           MOVE BOLETO-RW-DUE-DATE TO RETURN-OUT-DUE-DATE.
           MOVE BOLETO-RW-PAID-DATE TO RETURN-OUT-PAID-DATE.
           MOVE BOLETO-RW-PAID-AMOUNT TO RETURN-OUT-PAID-AMOUNT.
           MOVE BOLETO-RW-LATE-CHARGES TO RETURN-OUT-LATE-CHARGES.
           MOVE BOLETO-RW-FEE TO RETURN-OUT-FEE.
           IF RETURN-OUT-SETTLED THEN
               COMPUTE RETURN-OUT-NET-AMOUNT =
                   BOLETO-RW-PAID-AMOUNT - BOLETO-RW-FEE
           ELSE
               MOVE 0 TO RETURN-OUT-NET-AMOUNT
           END-IF.
           MOVE WS-TODAY TO RETURN-OUT-DATE.
           WRITE RETURN-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RETURN-COUNT.
