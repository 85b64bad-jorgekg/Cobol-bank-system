      ******************************************************************
      * Author:
      * Date:
      * Purpose:Job diario de respostas de chargeback da rede de
      *         cartoes (input/chargebackresp.data: referencia da rede
      *         e resultado).  Chargeback aceito ('A') torna definitivo
      *         o credito provisorio da contestacao em
      *         storage/carddispute.data; recusado ('R') desfaz o
      *         credito com o lancamento CCE a debito no razao, mesmo
      *         que o saldo fique negativo.  Cada decisao gera evento
      *         de notificacao por BANK-NOTIFY (CBF definitivo, CBR
      *         desfeito) e sai em output/chargebackresult.data.  Em
      *         seguida as contestacoes ainda abertas com o prazo da
      *         rede vencido vao ao relatorio de atraso
      *         output/disputeaging.data, por faixa de dias (1-30,
      *         31-60, 61-90, 90+)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-CHARGEBACK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RESPONSE-IN ASSIGN TO 'input/chargebackresp.data'
              FILE STATUS IS FS-RESP.
              SELECT DISPUTE-RW ASSIGN TO 'storage/carddispute.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS DISPUTE-RW-NETWORK-REF
              FILE STATUS IS FS-DISPUTE.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT LEDGER-OUT
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LEDGER-OUT-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT RESULT-OUT ASSIGN TO 'output/chargebackresult.data'
              FILE STATUS IS FS-RESULT.
              SELECT AGING-OUT ASSIGN TO 'output/disputeaging.data'
              FILE STATUS IS FS-AGING.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSE-IN.
       01 RESPONSE-IN-FILE.
           05 RESPONSE-IN-NETWORK-REF PIC 9(14).
           05 RESPONSE-IN-RESULT PIC A(1).
               88 RESPONSE-IN-ACCEPTED VALUE 'A'.
               88 RESPONSE-IN-DECLINED VALUE 'R'.
           05 RESPONSE-IN-DATE PIC 9(8).

       FD DISPUTE-RW.
       01 DISPUTE-RW-FILE.
           COPY DISPUTEREC REPLACING ==:PFX:== BY ==DISPUTE-RW==.

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD LEDGER-OUT.
       01 LEDGER-OUT-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-OUT==.

       FD RESULT-OUT.
       01 RESULT-OUT-FILE.
           05 RESULT-OUT-NETWORK-REF PIC 9(14).
           05 RESULT-OUT-RESULT PIC A(1).
           05 RESULT-OUT-ACCOUNT-ID PIC 9(10).
           05 RESULT-OUT-AMOUNT PIC 9(10)V9(2).
           05 RESULT-OUT-STATUS PIC A(3).
           05 RESULT-OUT-REASON PIC A(40).
           05 RESULT-OUT-TXN-ID PIC 9(14).
           05 RESULT-OUT-DATE PIC 9(8).

       FD AGING-OUT.
       01 AGING-OUT-FILE.
           05 AGING-OUT-NETWORK-REF PIC 9(14).
           05 AGING-OUT-CARD-NUMBER PIC 9(16).
           05 AGING-OUT-ACCOUNT-ID PIC 9(10).
           05 AGING-OUT-AMOUNT PIC 9(10)V9(2).
           05 AGING-OUT-OPEN-DATE PIC 9(8).
           05 AGING-OUT-DEADLINE PIC 9(8).
           05 AGING-OUT-DAYS-LATE PIC 9(5).
           05 AGING-OUT-BUCKET-30 PIC 9(10)V9(2).
           05 AGING-OUT-BUCKET-60 PIC 9(10)V9(2).
           05 AGING-OUT-BUCKET-90 PIC 9(10)V9(2).
           05 AGING-OUT-BUCKET-OVER PIC 9(10)V9(2).
           05 AGING-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-CHARGEBACK'.
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
       01 FS-RESP PIC X(2).
       01 FS-DISPUTE PIC X(2).
       01 FS PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-RESULT PIC X(2).
       01 FS-AGING PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
       01 WS-REASON PIC A(40).
       01 WS-DAYS-LATE PIC 9(5).
       01 WS-AGING-COUNT PIC 9(7) VALUE 0.
       01 WS-NOTIFY-EV.
           05 WS-NOTIFY-EV-EVENT PIC A(3).
           05 WS-NOTIFY-EV-ACCOUNT-ID PIC 9(10).
           05 WS-NOTIFY-EV-PEOPLE-ID PIC 9(10).
           05 WS-NOTIFY-EV-VALUE PIC 9(10)V9(2).
           05 WS-NOTIFY-EV-BALANCE PIC S9(10)V9(2).
           05 WS-NOTIFY-EV-DATE PIC 9(8).

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
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 670000.
           OPEN I-O DISPUTE-RW.
           IF FS-DISPUTE NOT = '00' THEN
               DISPLAY 'SEM CONTESTACOES DE CARTAO: ' FS-DISPUTE
           ELSE
           OPEN I-O STATEMENT-OUT
           OPEN I-O LEDGER-OUT
           IF FS-LEDGER = '35' THEN
               CLOSE LEDGER-OUT
               OPEN OUTPUT LEDGER-OUT
           END-IF
           IF FS NOT = '00' OR FS-LEDGER NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO CHARGEBACK: '
                   FS ' ' FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               OPEN INPUT RESPONSE-IN
               OPEN OUTPUT RESULT-OUT
               IF FS-RESP NOT = '00' THEN
                   DISPLAY 'SEM RESPOSTAS DE CHARGEBACK: ' FS-RESP
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ RESPONSE-IN
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                             ADD 1 TO WS-RUN-LOG-READ
                             PERFORM DECIDE-CONTESTACAO
                       END-READ
                   END-PERFORM
                   CLOSE RESPONSE-IN
               END-IF
               CLOSE RESULT-OUT
               PERFORM RELATORIO-ATRASO
               DISPLAY 'CHARGEBACKS: ' WS-RUN-LOG-WRITTEN
                   ' DECIDIDOS, ' WS-RUN-LOG-REJECTED ' RECUSADOS, '
                   WS-AGING-COUNT ' CONTESTACOES COM PRAZO VENCIDO'
           END-IF
           CLOSE LEDGER-OUT
           CLOSE STATEMENT-OUT
           CLOSE DISPUTE-RW
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       DECIDE-CONTESTACAO.
           MOVE SPACES TO WS-REASON.
           MOVE RESPONSE-IN-NETWORK-REF TO RESULT-OUT-NETWORK-REF.
           MOVE RESPONSE-IN-RESULT TO RESULT-OUT-RESULT.
           MOVE 0 TO RESULT-OUT-ACCOUNT-ID.
           MOVE 0 TO RESULT-OUT-AMOUNT.
           MOVE 0 TO RESULT-OUT-TXN-ID.
           MOVE RESPONSE-IN-NETWORK-REF TO DISPUTE-RW-NETWORK-REF.
           READ DISPUTE-RW
               INVALID KEY
                 MOVE 'CONTESTACAO INEXISTENTE' TO WS-REASON
               NOT INVALID KEY
                 MOVE DISPUTE-RW-ACCOUNT-ID TO RESULT-OUT-ACCOUNT-ID
                 MOVE DISPUTE-RW-AMOUNT TO RESULT-OUT-AMOUNT
                 IF NOT DISPUTE-RW-OPEN THEN
                     MOVE 'CONTESTACAO JA DECIDIDA' TO WS-REASON
                 ELSE
                 IF NOT RESPONSE-IN-ACCEPTED AND
                         NOT RESPONSE-IN-DECLINED THEN
                     MOVE 'RESULTADO INVALIDO' TO WS-REASON
                 END-IF
                 END-IF
           END-READ.
           IF WS-REASON = SPACES THEN
               MOVE DISPUTE-RW-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     MOVE 'CONTA INEXISTENTE' TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON NOT = SPACES THEN
               MOVE 'NAN' TO RESULT-OUT-STATUS
               ADD 1 TO WS-RUN-LOG-REJECTED
           ELSE
               IF RESPONSE-IN-DECLINED THEN
                   PERFORM DESFAZ-CREDITO
                   SET DISPUTE-RW-REVERSED TO TRUE
                   MOVE LEDGER-OUT-TXN-ID TO DISPUTE-RW-RESOLVE-TXN-ID
                   MOVE LEDGER-OUT-TXN-ID TO RESULT-OUT-TXN-ID
                   MOVE 'CBR' TO WS-NOTIFY-EV-EVENT
                   MOVE 'CREDITO PROVISORIO DESFEITO' TO WS-REASON
               ELSE
                   SET DISPUTE-RW-FINAL TO TRUE
                   MOVE 0 TO DISPUTE-RW-RESOLVE-TXN-ID
                   MOVE 'CBF' TO WS-NOTIFY-EV-EVENT
                   MOVE 'CREDITO DEFINITIVO' TO WS-REASON
               END-IF
               MOVE WS-TODAY TO DISPUTE-RW-RESOLVE-DATE
               REWRITE DISPUTE-RW-FILE
               END-REWRITE
               MOVE DISPUTE-RW-ACCOUNT-ID TO WS-NOTIFY-EV-ACCOUNT-ID
               MOVE ACCOUNT-OUT-PEOPLE-ID TO WS-NOTIFY-EV-PEOPLE-ID
               MOVE DISPUTE-RW-AMOUNT TO WS-NOTIFY-EV-VALUE
               MOVE ACCOUNT-OUT-VALUE TO WS-NOTIFY-EV-BALANCE
               MOVE WS-TODAY TO WS-NOTIFY-EV-DATE
               CALL 'BANK-NOTIFY' USING WS-NOTIFY-EV
               END-CALL
               MOVE 'OK ' TO RESULT-OUT-STATUS
               ADD 1 TO WS-RUN-LOG-WRITTEN
           END-IF.
           MOVE WS-REASON TO RESULT-OUT-REASON.
           MOVE WS-TODAY TO RESULT-OUT-DATE.
           WRITE RESULT-OUT-FILE
           END-WRITE.
           DISPLAY 'CHARGEBACK ' RESPONSE-IN-NETWORK-REF ': '
               WS-REASON.

      *    Recusado pela rede: o credito provisorio volta a debito,
      *    referenciando o lancamento CCP
       DESFAZ-CREDITO.
           SUBTRACT DISPUTE-RW-AMOUNT FROM ACCOUNT-OUT-VALUE.
           REWRITE ACCOUNT-OUT-MOVEMENT
           END-REWRITE.
           MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID.
           MOVE 'CCE' TO LEDGER-OUT-OPERATION.
           SET LEDGER-OUT-DEBIT TO TRUE.
           MOVE DISPUTE-RW-AMOUNT TO LEDGER-OUT-VALUE.
           MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE.
           MOVE ACCOUNT-OUT-CURRENCY TO LEDGER-OUT-CURRENCY.
           MOVE SPACES TO LEDGER-OUT-OBSERVATION.
           STRING 'CHARGEBACK RECUSADO REF '
               DISPUTE-RW-NETWORK-REF
               DELIMITED BY SIZE
               INTO LEDGER-OUT-OBSERVATION
           END-STRING.
           MOVE WS-TODAY TO LEDGER-OUT-DATE.
           ACCEPT LEDGER-OUT-TIME FROM TIME.
           MOVE DISPUTE-RW-OPEN-DATE TO LEDGER-OUT-REF-DATE.
           MOVE 0 TO LEDGER-OUT-REF-TIME.
           ADD 1 TO WS-TXN-SEQ.
           COMPUTE LEDGER-OUT-TXN-ID = WS-TXN-BASE + WS-TXN-SEQ.
           MOVE DISPUTE-RW-CREDIT-TXN-ID TO LEDGER-OUT-REF-TXN-ID.
      *    Credito provisorio em mes ja fechado: o estorno e ajuste
           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG.
           MOVE DISPUTE-RW-OPEN-DATE TO WS-PERIOD-CHK-DATE.
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL.
           IF WS-PERIOD-CHK-CLOSED THEN
               SET LEDGER-OUT-ADJUSTMENT TO TRUE
           END-IF.
           SET LEDGER-OUT-BY-JOB TO TRUE.
           MOVE WS-RUN-LOG-PROGRAM TO LEDGER-OUT-ORIGIN.
           MOVE SPACES TO LEDGER-OUT-APPROVER.
           MOVE SPACE TO LEDGER-OUT-CHANNEL.
           WRITE LEDGER-OUT-RECORD
           END-WRITE.

      *    Contestacoes abertas com o prazo da rede vencido
       RELATORIO-ATRASO.
           OPEN OUTPUT AGING-OUT.
           MOVE 0 TO DISPUTE-RW-NETWORK-REF.
           START DISPUTE-RW
               KEY IS NOT LESS THAN DISPUTE-RW-NETWORK-REF
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF DISPUTE-RW-OPEN AND
                             DISPUTE-RW-DEADLINE < WS-TODAY THEN
                         COMPUTE WS-DAYS-LATE = WS-TODAY-INT -
                             FUNCTION INTEGER-OF-DATE(
                                 DISPUTE-RW-DEADLINE)
                         MOVE DISPUTE-RW-NETWORK-REF TO
                             AGING-OUT-NETWORK-REF
                         MOVE DISPUTE-RW-CARD-NUMBER TO
                             AGING-OUT-CARD-NUMBER
                         MOVE DISPUTE-RW-ACCOUNT-ID TO
                             AGING-OUT-ACCOUNT-ID
                         MOVE DISPUTE-RW-AMOUNT TO AGING-OUT-AMOUNT
                         MOVE DISPUTE-RW-OPEN-DATE TO
                             AGING-OUT-OPEN-DATE
                         MOVE DISPUTE-RW-DEADLINE TO
                             AGING-OUT-DEADLINE
                         MOVE WS-DAYS-LATE TO AGING-OUT-DAYS-LATE
                         MOVE 0 TO AGING-OUT-BUCKET-30
                         MOVE 0 TO AGING-OUT-BUCKET-60
                         MOVE 0 TO AGING-OUT-BUCKET-90
                         MOVE 0 TO AGING-OUT-BUCKET-OVER
                         IF WS-DAYS-LATE NOT > 30 THEN
                             MOVE DISPUTE-RW-AMOUNT TO
                                 AGING-OUT-BUCKET-30
                         ELSE
                         IF WS-DAYS-LATE NOT > 60 THEN
                             MOVE DISPUTE-RW-AMOUNT TO
                                 AGING-OUT-BUCKET-60
                         ELSE
                         IF WS-DAYS-LATE NOT > 90 THEN
                             MOVE DISPUTE-RW-AMOUNT TO
                                 AGING-OUT-BUCKET-90
                         ELSE
                             MOVE DISPUTE-RW-AMOUNT TO
                                 AGING-OUT-BUCKET-OVER
                         END-IF
                         END-IF
                         END-IF
                         MOVE WS-TODAY TO AGING-OUT-DATE
                         WRITE AGING-OUT-FILE
                         END-WRITE
                         ADD 1 TO WS-AGING-COUNT
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE AGING-OUT.
