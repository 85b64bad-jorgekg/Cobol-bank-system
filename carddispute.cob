      ******************************************************************
      * Author:
      * Date:
      * Purpose:Abertura de contestacao de compra no cartao de debito
      *         pela fila de entrada (input/carddispute.data: numero
      *         do cartao, referencia da rede da compra e motivo).  A
      *         compra precisa ser um lancamento CRT de
      *         BANK-CARD-AUTH na conta do cartao; a contestacao e
      *         gravada em storage/carddispute.data com o prazo da
      *         rede (storage/disputeparam.data, padrao 45 dias), a
      *         conta recebe credito provisorio CCP no razao e o
      *         pedido de chargeback vai para a rede em
      *         output/chargeback.data.  Nao e estorno: o lojista
      *         ainda nao devolveu o dinheiro, e BANK-CHARGEBACK
      *         torna o credito definitivo ou o desfaz conforme a
      *         resposta da rede
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDDISPUTE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT DISPUTE-IN ASSIGN TO 'input/carddispute.data'
             FILE STATUS IS FS-IN.
             SELECT DISPUTE-PARAM
                 ASSIGN TO 'storage/disputeparam.data'
             FILE STATUS IS FS-PARAM.
             SELECT DISPUTE-RW ASSIGN TO 'storage/carddispute.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS DISPUTE-RW-NETWORK-REF
             FILE STATUS IS FS-DISPUTE.
             SELECT CARD-RW ASSIGN TO 'storage/card.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CARD-RW-NUMBER
             FILE STATUS IS FS-CARD.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS.
             SELECT LEDGER-OUT
                 ASSIGN TO 'storage/statementledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS LEDGER-OUT-KEY
             FILE STATUS IS FS-LEDGER.
             SELECT LEDGER-IN
                 ASSIGN TO 'storage/statementledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS LEDGER-IN-KEY
             FILE STATUS IS FS-LEDGIN.
             SELECT CHARGEBACK-OUT ASSIGN TO 'output/chargeback.data'
             FILE STATUS IS FS-CHBK.

       DATA DIVISION.
           FILE SECTION.
           FD DISPUTE-IN.
           01 DISPUTE-IN-FILE.
               05 DISPUTE-IN-CARD-NUMBER PIC 9(16).
               05 DISPUTE-IN-NETWORK-REF PIC 9(14).
               05 DISPUTE-IN-REASON PIC A(40).

           FD DISPUTE-PARAM.
           01 DISPUTE-PARAM-FILE.
               05 DISPUTE-PARAM-DEADLINE-DAYS PIC 9(3).

           FD DISPUTE-RW.
           01 DISPUTE-RW-FILE.
               COPY DISPUTEREC REPLACING ==:PFX:== BY ==DISPUTE-RW==.

           FD CARD-RW.
           01 CARD-RW-FILE.
               COPY CARDREC REPLACING ==:PFX:== BY ==CARD-RW==.

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           FD LEDGER-OUT.
           01 LEDGER-OUT-RECORD.
               COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-OUT==.

           FD LEDGER-IN.
           01 LEDGER-IN-RECORD.
               COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

      *    Pedido de chargeback para a rede de cartoes
           FD CHARGEBACK-OUT.
           01 CHARGEBACK-OUT-FILE.
               05 CHBK-OUT-NETWORK-REF PIC 9(14).
               05 CHBK-OUT-CARD-NUMBER PIC 9(16).
               05 CHBK-OUT-AMOUNT PIC 9(10)V9(2).
               05 CHBK-OUT-CURRENCY PIC A(3).
               05 CHBK-OUT-ORIG-DATE PIC 9(8).
               05 CHBK-OUT-REASON PIC A(40).
               05 CHBK-OUT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-DISPUTE-IN.
               05 WS-DSP-IN-CARD-NUMBER PIC 9(16).
               05 WS-DSP-IN-NETWORK-REF PIC 9(14).
               05 WS-DSP-IN-REASON PIC A(40).
           01 WS-EOF PIC A(1).
           01 WS-SCAN-DONE PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-TXN-BASE PIC 9(14).
           01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
           01 WS-DEADLINE-DAYS PIC 9(3) VALUE 45.
           01 WS-ACCOUNT-ID PIC 9(10).
           01 WS-ORIG-FOUND PIC A(1).
           01 WS-ORIG-AMOUNT PIC 9(10)V9(2).
           01 WS-ORIG-DATE PIC 9(8).
           01 WS-ORIG-TXN-ID PIC 9(14).
           01 WS-CREDIT-TXN-ID PIC 9(14).
           01 FS-IN PIC X(2).
           01 FS-PARAM PIC X(2).
           01 FS-DISPUTE PIC X(2).
           01 FS-CARD PIC X(2).
           01 FS PIC X(2).
           01 FS-LEDGER PIC X(2).
           01 FS-LEDGIN PIC X(2).
           01 FS-CHBK PIC X(2).
           01 WS-PERIOD-CHK.
               05 WS-PERIOD-CHK-DATE PIC 9(8).
               05 WS-PERIOD-CHK-STATUS PIC A(1).
                   88 WS-PERIOD-CHK-CLOSED VALUE 'F'.

       PROCEDURE DIVISION.
      *    Mes da data de movimento ja fechado pela contabilidade:
      *    os pedidos ficam no arquivo de entrada para a proxima vez
           CALL 'BANK-PROCESSING-DATE' USING WS-PERIOD-CHK-DATE
           END-CALL.
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL.
           IF WS-PERIOD-CHK-CLOSED THEN
               DISPLAY 'PERIODO CONTABIL FECHADO, PEDIDOS NAO '
                   'PROCESSADOS: ' WS-PERIOD-CHK-DATE
               GOBACK
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 660000.
           OPEN INPUT DISPUTE-PARAM.
           IF FS-PARAM = '00' THEN
               READ DISPUTE-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF DISPUTE-PARAM-DEADLINE-DAYS > 0 THEN
                         MOVE DISPUTE-PARAM-DEADLINE-DAYS
                             TO WS-DEADLINE-DAYS
                     END-IF
               END-READ
               CLOSE DISPUTE-PARAM
           END-IF.
           OPEN INPUT DISPUTE-IN.
           IF FS-IN NOT = '00' THEN
               DISPLAY 'SEM PEDIDOS DE CONTESTACAO: ' FS-IN
               GOBACK
           END-IF.
           OPEN I-O DISPUTE-RW.
           IF FS-DISPUTE = '35' THEN
               CLOSE DISPUTE-RW
               OPEN OUTPUT DISPUTE-RW
               CLOSE DISPUTE-RW
               OPEN I-O DISPUTE-RW
           END-IF.
           OPEN INPUT CARD-RW.
           OPEN I-O STATEMENT-OUT.
           OPEN I-O LEDGER-OUT.
           IF FS-LEDGER = '35' THEN
               CLOSE LEDGER-OUT
               OPEN OUTPUT LEDGER-OUT
           END-IF.
           OPEN INPUT LEDGER-IN.
           OPEN EXTEND CHARGEBACK-OUT.
           IF FS-CHBK = '35' THEN
               OPEN OUTPUT CHARGEBACK-OUT
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-IN INTO WS-DISPUTE-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     PERFORM ABRE-CONTESTACAO
               END-READ
           END-PERFORM.
           CLOSE CHARGEBACK-OUT.
           IF FS-LEDGIN = '00' THEN
               CLOSE LEDGER-IN
           END-IF.
           CLOSE LEDGER-OUT.
           CLOSE STATEMENT-OUT.
           IF FS-CARD = '00' THEN
               CLOSE CARD-RW
           END-IF.
           CLOSE DISPUTE-RW.
           CLOSE DISPUTE-IN.
           GOBACK.

       ABRE-CONTESTACAO.
           MOVE 'Y' TO WS-VALID.
           MOVE WS-DSP-IN-NETWORK-REF TO DISPUTE-RW-NETWORK-REF.
           READ DISPUTE-RW
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'N' TO WS-VALID
                 DISPLAY 'CONTESTACAO JA REGISTRADA: '
                     WS-DSP-IN-NETWORK-REF
           END-READ.
           IF WS-VALID = 'Y' AND FS-CARD NOT = '00' THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'CARTAO NAO ENCONTRADO: ' WS-DSP-IN-CARD-NUMBER
           END-IF.
           IF WS-VALID = 'Y' THEN
               MOVE WS-DSP-IN-CARD-NUMBER TO CARD-RW-NUMBER
               READ CARD-RW
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CARTAO NAO ENCONTRADO: '
                         WS-DSP-IN-CARD-NUMBER
                   NOT INVALID KEY
                     MOVE CARD-RW-ACCOUNT-ID TO WS-ACCOUNT-ID
               END-READ
           END-IF.
           IF WS-VALID = 'Y' THEN
               PERFORM BUSCA-COMPRA
               IF WS-ORIG-FOUND = 'N' THEN
                   MOVE 'N' TO WS-VALID
                   DISPLAY 'COMPRA NAO ENCONTRADA NO RAZAO: '
                       WS-DSP-IN-NETWORK-REF
               END-IF
           END-IF.
           IF WS-VALID = 'Y' THEN
               MOVE WS-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CONTA NAO ENCONTRADA: ' WS-ACCOUNT-ID
                   NOT INVALID KEY
                     IF ACCOUNT-OUT-CLOSED THEN
                         MOVE 'N' TO WS-VALID
                         DISPLAY 'CONTA ENCERRADA: ' WS-ACCOUNT-ID
                     END-IF
               END-READ
           END-IF.
           IF WS-VALID = 'Y' THEN
               PERFORM LANCA-CREDITO-PROVISORIO
               MOVE WS-DSP-IN-NETWORK-REF TO DISPUTE-RW-NETWORK-REF
               MOVE WS-DSP-IN-CARD-NUMBER TO DISPUTE-RW-CARD-NUMBER
               MOVE WS-ACCOUNT-ID TO DISPUTE-RW-ACCOUNT-ID
               MOVE WS-ORIG-AMOUNT TO DISPUTE-RW-AMOUNT
               MOVE ACCOUNT-OUT-CURRENCY TO DISPUTE-RW-CURRENCY
               MOVE WS-ORIG-DATE TO DISPUTE-RW-ORIG-DATE
               MOVE WS-ORIG-TXN-ID TO DISPUTE-RW-ORIG-TXN-ID
               MOVE WS-DSP-IN-REASON TO DISPUTE-RW-REASON
               MOVE WS-TODAY TO DISPUTE-RW-OPEN-DATE
               COMPUTE DISPUTE-RW-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   + WS-DEADLINE-DAYS)
               MOVE WS-CREDIT-TXN-ID TO DISPUTE-RW-CREDIT-TXN-ID
               SET DISPUTE-RW-OPEN TO TRUE
               MOVE 0 TO DISPUTE-RW-RESOLVE-DATE
               MOVE 0 TO DISPUTE-RW-RESOLVE-TXN-ID
               WRITE DISPUTE-RW-FILE
               END-WRITE
               MOVE WS-DSP-IN-NETWORK-REF TO CHBK-OUT-NETWORK-REF
               MOVE WS-DSP-IN-CARD-NUMBER TO CHBK-OUT-CARD-NUMBER
               MOVE WS-ORIG-AMOUNT TO CHBK-OUT-AMOUNT
               MOVE ACCOUNT-OUT-CURRENCY TO CHBK-OUT-CURRENCY
               MOVE WS-ORIG-DATE TO CHBK-OUT-ORIG-DATE
               MOVE WS-DSP-IN-REASON TO CHBK-OUT-REASON
               MOVE WS-TODAY TO CHBK-OUT-DATE
               WRITE CHARGEBACK-OUT-FILE
               END-WRITE
               DISPLAY 'CONTESTACAO ABERTA: ' WS-DSP-IN-NETWORK-REF
                   ' CONTA ' WS-ACCOUNT-ID ' VALOR ' WS-ORIG-AMOUNT
                   ' PRAZO ' DISPUTE-RW-DEADLINE
           END-IF.

      *    Procura a compra CRT da referencia da rede entre os
      *    lancamentos da conta do cartao
       BUSCA-COMPRA.
           MOVE 'N' TO WS-ORIG-FOUND.
           IF FS-LEDGIN = '00' THEN
               MOVE WS-ACCOUNT-ID TO LEDGER-IN-ACCOUNT-ID
               MOVE 0 TO LEDGER-IN-DATE
               MOVE 0 TO LEDGER-IN-TIME
               MOVE 0 TO LEDGER-IN-TXN-ID
               START LEDGER-IN
                   KEY IS NOT LESS THAN LEDGER-IN-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LEDGER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF LEDGER-IN-ACCOUNT-ID NOT =
                                 WS-ACCOUNT-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF LEDGER-IN-OPERATION = 'CRT' AND
                                 LEDGER-IN-REF-TXN-ID =
                                 WS-DSP-IN-NETWORK-REF THEN
                             MOVE 'Y' TO WS-ORIG-FOUND
                             MOVE 'Y' TO WS-SCAN-DONE
                             MOVE LEDGER-IN-VALUE TO WS-ORIG-AMOUNT
                             MOVE LEDGER-IN-DATE TO WS-ORIG-DATE
                             MOVE LEDGER-IN-TXN-ID TO WS-ORIG-TXN-ID
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Credito provisorio do valor contestado, referenciando a
      *    compra original
       LANCA-CREDITO-PROVISORIO.
           ADD WS-ORIG-AMOUNT TO ACCOUNT-OUT-VALUE.
           REWRITE ACCOUNT-OUT-MOVEMENT
           END-REWRITE.
           MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID.
           MOVE 'CCP' TO LEDGER-OUT-OPERATION.
           SET LEDGER-OUT-CREDIT TO TRUE.
           MOVE WS-ORIG-AMOUNT TO LEDGER-OUT-VALUE.
           MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE.
           MOVE ACCOUNT-OUT-CURRENCY TO LEDGER-OUT-CURRENCY.
           MOVE SPACES TO LEDGER-OUT-OBSERVATION.
           STRING 'CREDITO PROVISORIO CONTESTACAO REF '
               WS-DSP-IN-NETWORK-REF
               DELIMITED BY SIZE
               INTO LEDGER-OUT-OBSERVATION
           END-STRING.
           MOVE WS-TODAY TO LEDGER-OUT-DATE.
           ACCEPT LEDGER-OUT-TIME FROM TIME.
           MOVE WS-ORIG-DATE TO LEDGER-OUT-REF-DATE.
           MOVE 0 TO LEDGER-OUT-REF-TIME.
           ADD 1 TO WS-TXN-SEQ.
           COMPUTE LEDGER-OUT-TXN-ID = WS-TXN-BASE + WS-TXN-SEQ.
           MOVE LEDGER-OUT-TXN-ID TO WS-CREDIT-TXN-ID.
           MOVE WS-ORIG-TXN-ID TO LEDGER-OUT-REF-TXN-ID.
           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG.
           SET LEDGER-OUT-BY-QUEUE TO TRUE.
           MOVE 'CARDDISPUTE' TO LEDGER-OUT-ORIGIN.
           MOVE SPACES TO LEDGER-OUT-APPROVER.
           MOVE SPACE TO LEDGER-OUT-CHANNEL.
           WRITE LEDGER-OUT-RECORD
           END-WRITE.
