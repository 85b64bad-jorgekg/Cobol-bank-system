      ******************************************************************
      * Author:
      * Date:
      * Purpose:Job diario de transferencias recebidas de outros
      *         bancos pela compensacao (input/interbankin.data), na
      *         estrutura H/L/T: o cabecalho traz a data e o valor de
      *         liquidacao da rede, as linhas cada transferencia e o
      *         totalizador a quantidade e a soma.  A primeira passada
      *         prova o arquivo - totalizador contra as linhas e soma
      *         contra o valor de liquidacao da rede - e grava o
      *         controle em output/interbankincontrol.data; arquivo
      *         que nao fecha e recusado por inteiro.  A segunda
      *         passada valida a conta destino em
      *         storage/statement.data (existente, na agencia
      *         informada, nao encerrada, nao dormente, na moeda da
      *         transferencia e com o CPF de um titular) e credita com
      *         a operacao TRI e os dados do remetente na observacao
      *         do razao.  Recusadas voltam a rede em
      *         output/interbankinreturn.data com o codigo de
      *         devolucao padrao:
      *           01 CONTA DESTINATARIA ENCERRADA
      *           02 AGENCIA OU CONTA DESTINATARIA INVALIDA
      *           03 CPF DO DESTINATARIO DIVERGENTE
      *           04 MENSAGEM INVALIDA
      *           05 CONTA DESTINATARIA DORMENTE
      *           06 MOEDA INCOMPATIVEL COM A CONTA
      *         Cada item decidido fica em storage/interbankin.data
      *         pelo identificador da rede, para que o reenvio do
      *         mesmo arquivo nao credite duas vezes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-INTERBANK-IN.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT TRANSFER-IN ASSIGN TO 'input/interbankin.data'
              FILE STATUS IS FS-IN.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT PEOPLE-IN ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-IN-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT HOLDER-IN ASSIGN TO 'storage/accountholder.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HOLDER-IN-KEY
              ALTERNATE RECORD KEY IS HOLDER-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-HOLDER.
              SELECT INBOUND-RW ASSIGN TO 'storage/interbankin.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS INBOUND-RW-NETWORK-ID
              FILE STATUS IS FS-INBOUND.
              SELECT LEDGER-OUT
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LEDGER-OUT-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT RETURN-OUT
                  ASSIGN TO 'output/interbankinreturn.data'
              FILE STATUS IS FS-RETURN.
              SELECT CONTROL-OUT
                  ASSIGN TO 'output/interbankincontrol.data'
              FILE STATUS IS FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-IN.
       01 TRANSFER-IN-RECORD.
           05 TRF-IN-TYPE PIC A(1).
               88 TRF-IN-HEADER VALUE 'H'.
               88 TRF-IN-LINE VALUE 'L'.
               88 TRF-IN-TRAILER VALUE 'T'.
           05 TRF-IN-DATA PIC X(133).
           05 TRF-IN-HDR REDEFINES TRF-IN-DATA.
               10 TRF-IN-HDR-DATE PIC 9(8).
               10 TRF-IN-HDR-SETTLE-AMOUNT PIC 9(13)V9(2).
               10 FILLER PIC X(110).
           05 TRF-IN-LIN REDEFINES TRF-IN-DATA.
               10 TRF-IN-LIN-NETWORK-ID PIC X(20).
               10 TRF-IN-LIN-REMIT-BANK PIC 9(3).
               10 TRF-IN-LIN-REMIT-BRANCH PIC 9(4).
               10 TRF-IN-LIN-REMIT-ACCOUNT PIC 9(12).
               10 TRF-IN-LIN-REMIT-NAME PIC A(40).
               10 TRF-IN-LIN-REMIT-DOC PIC X(14).
               10 TRF-IN-LIN-DEST-BRANCH PIC 9(4).
               10 TRF-IN-LIN-DEST-ACCOUNT PIC 9(10).
               10 TRF-IN-LIN-DEST-CPF PIC X(11).
               10 TRF-IN-LIN-AMOUNT PIC 9(10)V9(2).
               10 TRF-IN-LIN-CURRENCY PIC A(3).
           05 TRF-IN-TRL REDEFINES TRF-IN-DATA.
               10 TRF-IN-TRL-COUNT PIC 9(7).
               10 TRF-IN-TRL-TOTAL PIC 9(13)V9(2).
               10 FILLER PIC X(111).

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD PEOPLE-IN.
       01 PEOPLE-IN-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-IN==.

       FD HOLDER-IN.
       01 HOLDER-IN-FILE.
           COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-IN==.

       FD INBOUND-RW.
       01 INBOUND-RW-FILE.
           05 INBOUND-RW-NETWORK-ID PIC X(20).
           05 INBOUND-RW-DATE PIC 9(8).
           05 INBOUND-RW-ACCOUNT-ID PIC 9(10).
           05 INBOUND-RW-AMOUNT PIC 9(10)V9(2).
           05 INBOUND-RW-STATUS PIC A(1).
               88 INBOUND-RW-CREDITED VALUE 'C'.
               88 INBOUND-RW-RETURNED VALUE 'D'.
           05 INBOUND-RW-REASON-CODE PIC X(2).
           05 INBOUND-RW-TXN-ID PIC 9(14).

       FD LEDGER-OUT.
       01 LEDGER-OUT-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-OUT==.

       FD RETURN-OUT.
       01 RETURN-OUT-FILE.
           05 RETURN-OUT-NETWORK-ID PIC X(20).
           05 RETURN-OUT-REMIT-BANK PIC 9(3).
           05 RETURN-OUT-REMIT-BRANCH PIC 9(4).
           05 RETURN-OUT-REMIT-ACCOUNT PIC 9(12).
           05 RETURN-OUT-DEST-BRANCH PIC 9(4).
           05 RETURN-OUT-DEST-ACCOUNT PIC 9(10).
           05 RETURN-OUT-AMOUNT PIC 9(10)V9(2).
           05 RETURN-OUT-DATE PIC 9(8).
           05 RETURN-OUT-REASON-CODE PIC X(2).
           05 RETURN-OUT-REASON PIC A(40).

       FD CONTROL-OUT.
       01 CONTROL-OUT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-INTERBANK-IN'.
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
       01 FS-PEOPLE PIC X(2).
       01 FS-HOLDER PIC X(2).
       01 FS-INBOUND PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-RETURN PIC X(2).
       01 FS-CONTROL PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
       01 WS-ABORT PIC A(1).
       01 WS-HEADER-SEEN PIC A(1) VALUE 'N'.
       01 WS-TRAILER-SEEN PIC A(1) VALUE 'N'.
       01 WS-SETTLE-DATE PIC 9(8) VALUE 0.
       01 WS-SETTLE-AMOUNT PIC 9(13)V9(2) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-LINE-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-TRL-COUNT PIC 9(7) VALUE 0.
       01 WS-TRL-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-CREDIT-COUNT PIC 9(7) VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-RETURN-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURN-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-DUP-COUNT PIC 9(7) VALUE 0.
       01 WS-DUP-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-REASON-CODE PIC X(2).
       01 WS-REASON PIC A(40).
       01 WS-CPF-MATCH PIC A(1).
       01 WS-HOLDER-DONE PIC A(1).
       01 WS-CONTROL-LINE.
           05 WS-CONTROL-TEXT PIC X(30).
           05 WS-CONTROL-ITEMS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CONTROL-VALUE PIC Z(12)9.99.
           05 FILLER PIC X(25) VALUE SPACES.

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
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 620000.
           MOVE 'N' TO WS-ABORT.
      *    Primeira passada: prova do arquivo contra o totalizador e
      *    contra o valor que a rede vai liquidar
           OPEN INPUT TRANSFER-IN.
           IF FS-IN NOT = '00' THEN
               DISPLAY 'SEM ARQUIVO DE TRANSFERENCIAS RECEBIDAS: '
                   FS-IN
               MOVE FS-IN TO WS-RUN-LOG-COMPLETION
               MOVE 'Y' TO WS-ABORT
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSFER-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF TRF-IN-HEADER THEN
                             MOVE 'Y' TO WS-HEADER-SEEN
                             MOVE TRF-IN-HDR-DATE TO WS-SETTLE-DATE
                             MOVE TRF-IN-HDR-SETTLE-AMOUNT
                                 TO WS-SETTLE-AMOUNT
                         ELSE
                         IF TRF-IN-LINE THEN
                             ADD 1 TO WS-LINE-COUNT
                             ADD TRF-IN-LIN-AMOUNT TO WS-LINE-TOTAL
                         ELSE
                         IF TRF-IN-TRAILER THEN
                             MOVE 'Y' TO WS-TRAILER-SEEN
                             MOVE TRF-IN-TRL-COUNT TO WS-TRL-COUNT
                             MOVE TRF-IN-TRL-TOTAL TO WS-TRL-TOTAL
                         END-IF
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-IN
               IF WS-HEADER-SEEN = 'N' OR WS-TRAILER-SEEN = 'N' THEN
                   MOVE 'Y' TO WS-ABORT
                   DISPLAY 'ARQUIVO DA REDE SEM CABECALHO OU '
                       'TOTALIZADOR, RECUSADO'
               ELSE
               IF WS-TRL-COUNT NOT = WS-LINE-COUNT OR
                       WS-TRL-TOTAL NOT = WS-LINE-TOTAL THEN
                   MOVE 'Y' TO WS-ABORT
                   DISPLAY 'TOTALIZADOR DA REDE NAO FECHA: '
                       WS-TRL-COUNT ' / ' WS-LINE-COUNT ' '
                       WS-TRL-TOTAL ' / ' WS-LINE-TOTAL
               ELSE
               IF WS-SETTLE-AMOUNT NOT = WS-LINE-TOTAL THEN
                   MOVE 'Y' TO WS-ABORT
                   DISPLAY 'LIQUIDACAO DA REDE NAO FECHA COM O '
                       'ARQUIVO: ' WS-SETTLE-AMOUNT ' / '
                       WS-LINE-TOTAL
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-ABORT = 'Y' THEN
               IF WS-RUN-LOG-COMPLETION = '00' THEN
                   MOVE 'AB' TO WS-RUN-LOG-COMPLETION
               END-IF
               DISPLAY 'TRANSFERENCIAS RECEBIDAS RECUSADAS, NADA '
                   'CREDITADO'
           ELSE
      *    Segunda passada: creditos e devolucoes
           OPEN INPUT TRANSFER-IN
           OPEN I-O STATEMENT-OUT
           OPEN INPUT PEOPLE-IN
           OPEN INPUT HOLDER-IN
           OPEN I-O INBOUND-RW
           IF FS-INBOUND = '35' THEN
               CLOSE INBOUND-RW
               OPEN OUTPUT INBOUND-RW
               CLOSE INBOUND-RW
               OPEN I-O INBOUND-RW
           END-IF
           OPEN I-O LEDGER-OUT
           IF FS-LEDGER = '35' THEN
               CLOSE LEDGER-OUT
               OPEN OUTPUT LEDGER-OUT
           END-IF
           OPEN OUTPUT RETURN-OUT
           IF FS NOT = '00' OR FS-LEDGER NOT = '00' OR
                   FS-PEOPLE NOT = '00' OR FS-INBOUND NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DAS TRANSFERENCIAS '
                   'RECEBIDAS: ' FS ' ' FS-LEDGER ' ' FS-PEOPLE ' '
                   FS-INBOUND
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TRANSFER-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF TRF-IN-LINE THEN
                         ADD 1 TO WS-RUN-LOG-READ
                         MOVE TRF-IN-LIN-NETWORK-ID TO
                             INBOUND-RW-NETWORK-ID
                         READ INBOUND-RW
                           INVALID KEY
                             PERFORM DECIDE-TRANSFERENCIA
                           NOT INVALID KEY
                             ADD 1 TO WS-DUP-COUNT
                             ADD TRF-IN-LIN-AMOUNT TO WS-DUP-TOTAL
                             DISPLAY 'TRANSFERENCIA JA DECIDIDA, '
                                 'IGNORADA: ' TRF-IN-LIN-NETWORK-ID
                         END-READ
                     END-IF
               END-READ
           END-PERFORM
           DISPLAY 'TRANSFERENCIAS RECEBIDAS: ' WS-CREDIT-COUNT
               ' CREDITADAS, ' WS-RETURN-COUNT ' DEVOLVIDAS, '
               WS-DUP-COUNT ' REPETIDAS'
           END-IF
           CLOSE RETURN-OUT
           CLOSE LEDGER-OUT
           CLOSE INBOUND-RW
           IF FS-HOLDER = '00' THEN
               CLOSE HOLDER-IN
           END-IF
           CLOSE PEOPLE-IN
           CLOSE STATEMENT-OUT
           CLOSE TRANSFER-IN
           END-IF.
           PERFORM GRAVA-CONTROLE.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       DECIDE-TRANSFERENCIA.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-REASON.
           IF TRF-IN-LIN-CURRENCY = SPACES THEN
               MOVE 'BRL' TO TRF-IN-LIN-CURRENCY
           END-IF.
           IF TRF-IN-LIN-AMOUNT NOT NUMERIC OR
                   TRF-IN-LIN-AMOUNT = 0 OR
                   TRF-IN-LIN-NETWORK-ID = SPACES THEN
               MOVE '04' TO WS-REASON-CODE
               MOVE 'MENSAGEM INVALIDA' TO WS-REASON
           END-IF.
           IF WS-REASON-CODE = SPACES THEN
               MOVE TRF-IN-LIN-DEST-ACCOUNT TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     MOVE '02' TO WS-REASON-CODE
                     MOVE 'AGENCIA OU CONTA DESTINATARIA INVALIDA'
                         TO WS-REASON
                   NOT INVALID KEY
                     IF ACCOUNT-OUT-BRANCH NOT =
                             TRF-IN-LIN-DEST-BRANCH THEN
                         MOVE '02' TO WS-REASON-CODE
                         MOVE 'AGENCIA OU CONTA DESTINATARIA INVALIDA'
                             TO WS-REASON
                     ELSE
                     IF ACCOUNT-OUT-CLOSED THEN
                         MOVE '01' TO WS-REASON-CODE
                         MOVE 'CONTA DESTINATARIA ENCERRADA'
                             TO WS-REASON
                     ELSE
                     IF ACCOUNT-OUT-DORMANT THEN
                         MOVE '05' TO WS-REASON-CODE
                         MOVE 'CONTA DESTINATARIA DORMENTE'
                             TO WS-REASON
                     ELSE
                     IF ACCOUNT-OUT-CURRENCY NOT =
                             TRF-IN-LIN-CURRENCY THEN
                         MOVE '06' TO WS-REASON-CODE
                         MOVE 'MOEDA INCOMPATIVEL COM A CONTA'
                             TO WS-REASON
                     END-IF
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-IF.
           IF WS-REASON-CODE = SPACES THEN
               PERFORM CONFERE-CPF
               IF WS-CPF-MATCH = 'N' THEN
                   MOVE '03' TO WS-REASON-CODE
                   MOVE 'CPF DO DESTINATARIO DIVERGENTE' TO WS-REASON
               END-IF
           END-IF.
      *    Conta congelada recebe o credito normalmente: o bloqueio
      *    segura o saldo, nao a entrada
           IF WS-REASON-CODE = SPACES THEN
               ADD TRF-IN-LIN-AMOUNT TO ACCOUNT-OUT-VALUE
               REWRITE ACCOUNT-OUT-MOVEMENT
               END-REWRITE
               IF FS NOT = '00' THEN
                   DISPLAY 'ERRO AO CREDITAR TRANSFERENCIA RECEBIDA: '
                       TRF-IN-LIN-NETWORK-ID ' ' FS
               ELSE
                   MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID
                   MOVE 'TRI' TO LEDGER-OUT-OPERATION
                   SET LEDGER-OUT-CREDIT TO TRUE
                   MOVE TRF-IN-LIN-AMOUNT TO LEDGER-OUT-VALUE
                   MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE
                   MOVE ACCOUNT-OUT-CURRENCY TO LEDGER-OUT-CURRENCY
                   MOVE SPACES TO LEDGER-OUT-OBSERVATION
                   STRING 'TRANSFERENCIA RECEBIDA BANCO '
                       TRF-IN-LIN-REMIT-BANK ' AG '
                       TRF-IN-LIN-REMIT-BRANCH ' CC '
                       TRF-IN-LIN-REMIT-ACCOUNT ' DOC '
                       TRF-IN-LIN-REMIT-DOC ' '
                       TRF-IN-LIN-REMIT-NAME ' ID '
                       TRF-IN-LIN-NETWORK-ID
                       DELIMITED BY SIZE
                       INTO LEDGER-OUT-OBSERVATION
                   END-STRING
                   MOVE WS-TODAY TO LEDGER-OUT-DATE
                   ACCEPT LEDGER-OUT-TIME FROM TIME
                   MOVE 0 TO LEDGER-OUT-REF-DATE
                   MOVE 0 TO LEDGER-OUT-REF-TIME
                   ADD 1 TO WS-TXN-SEQ
                   COMPUTE LEDGER-OUT-TXN-ID =
                       WS-TXN-BASE + WS-TXN-SEQ
                   MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                   MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                   SET LEDGER-OUT-BY-JOB TO TRUE
                   MOVE WS-RUN-LOG-PROGRAM TO LEDGER-OUT-ORIGIN
                   MOVE SPACES TO LEDGER-OUT-APPROVER
                   MOVE SPACE TO LEDGER-OUT-CHANNEL
                   WRITE LEDGER-OUT-RECORD
                   END-WRITE
                   ADD 1 TO WS-RUN-LOG-WRITTEN
                   ADD 1 TO WS-CREDIT-COUNT
                   ADD TRF-IN-LIN-AMOUNT TO WS-CREDIT-TOTAL
                   SET INBOUND-RW-CREDITED TO TRUE
                   MOVE LEDGER-OUT-TXN-ID TO INBOUND-RW-TXN-ID
                   PERFORM REGISTRA-TRANSFERENCIA
               END-IF
           ELSE
               MOVE TRF-IN-LIN-NETWORK-ID TO RETURN-OUT-NETWORK-ID
               MOVE TRF-IN-LIN-REMIT-BANK TO RETURN-OUT-REMIT-BANK
               MOVE TRF-IN-LIN-REMIT-BRANCH TO RETURN-OUT-REMIT-BRANCH
               MOVE TRF-IN-LIN-REMIT-ACCOUNT
                   TO RETURN-OUT-REMIT-ACCOUNT
               MOVE TRF-IN-LIN-DEST-BRANCH TO RETURN-OUT-DEST-BRANCH
               MOVE TRF-IN-LIN-DEST-ACCOUNT TO RETURN-OUT-DEST-ACCOUNT
               MOVE TRF-IN-LIN-AMOUNT TO RETURN-OUT-AMOUNT
               MOVE WS-TODAY TO RETURN-OUT-DATE
               MOVE WS-REASON-CODE TO RETURN-OUT-REASON-CODE
               MOVE WS-REASON TO RETURN-OUT-REASON
               WRITE RETURN-OUT-FILE
               END-WRITE
               ADD 1 TO WS-RUN-LOG-REJECTED
               ADD 1 TO WS-RETURN-COUNT
               IF TRF-IN-LIN-AMOUNT NUMERIC THEN
                   ADD TRF-IN-LIN-AMOUNT TO WS-RETURN-TOTAL
               END-IF
               DISPLAY 'TRANSFERENCIA DEVOLVIDA A REDE: '
                   TRF-IN-LIN-NETWORK-ID ' ' WS-REASON-CODE ' '
                   WS-REASON
               IF TRF-IN-LIN-NETWORK-ID NOT = SPACES THEN
                   SET INBOUND-RW-RETURNED TO TRUE
                   MOVE 0 TO INBOUND-RW-TXN-ID
                   PERFORM REGISTRA-TRANSFERENCIA
               END-IF
           END-IF.

       REGISTRA-TRANSFERENCIA.
           MOVE TRF-IN-LIN-NETWORK-ID TO INBOUND-RW-NETWORK-ID.
           MOVE WS-TODAY TO INBOUND-RW-DATE.
           MOVE TRF-IN-LIN-DEST-ACCOUNT TO INBOUND-RW-ACCOUNT-ID.
           MOVE TRF-IN-LIN-AMOUNT TO INBOUND-RW-AMOUNT.
           MOVE WS-REASON-CODE TO INBOUND-RW-REASON-CODE.
           WRITE INBOUND-RW-FILE
           END-WRITE.

      *    CPF informado pela rede tem de ser o do titular da conta ou
      *    de um cotitular ativo
       CONFERE-CPF.
           MOVE 'N' TO WS-CPF-MATCH.
           MOVE ACCOUNT-OUT-PEOPLE-ID TO PEOPLE-IN-ID.
           READ PEOPLE-IN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF PEOPLE-IN-CPF = TRF-IN-LIN-DEST-CPF THEN
                     MOVE 'Y' TO WS-CPF-MATCH
                 END-IF
           END-READ.
           IF WS-CPF-MATCH = 'N' AND FS-HOLDER = '00' THEN
               MOVE ACCOUNT-OUT-ID TO HOLDER-IN-ACCOUNT-ID
               MOVE 0 TO HOLDER-IN-PEOPLE-ID
               START HOLDER-IN
                   KEY IS NOT LESS THAN HOLDER-IN-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLDER-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-HOLDER-DONE
               END-START
               PERFORM UNTIL WS-HOLDER-DONE = 'Y'
                   READ HOLDER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-HOLDER-DONE
                       NOT AT END
                         IF HOLDER-IN-ACCOUNT-ID NOT =
                                 ACCOUNT-OUT-ID THEN
                             MOVE 'Y' TO WS-HOLDER-DONE
                         ELSE
                         IF HOLDER-IN-ACTIVE AND
                                 NOT HOLDER-IN-SIGNATORY THEN
                             MOVE HOLDER-IN-PEOPLE-ID TO PEOPLE-IN-ID
                             READ PEOPLE-IN
                                 INVALID KEY CONTINUE
                                 NOT INVALID KEY
                                   IF PEOPLE-IN-CPF =
                                           TRF-IN-LIN-DEST-CPF THEN
                                       MOVE 'Y' TO WS-CPF-MATCH
                                       MOVE 'Y' TO WS-HOLDER-DONE
                                   END-IF
                             END-READ
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Prova do arquivo para a conciliacao com a liquidacao da rede
       GRAVA-CONTROLE.
           OPEN OUTPUT CONTROL-OUT.
           IF FS-CONTROL NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR OUTPUT/INTERBANKINCONTROL.DATA: '
                   FS-CONTROL
           ELSE
               MOVE SPACES TO CONTROL-OUT-LINE
               STRING 'TRANSFERENCIAS RECEBIDAS EM ' WS-TODAY
                   ' LIQUIDACAO DA REDE DE ' WS-SETTLE-DATE
                   DELIMITED BY SIZE INTO CONTROL-OUT-LINE
               END-STRING
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'VALOR DE LIQUIDACAO DA REDE' TO WS-CONTROL-TEXT
               MOVE 0 TO WS-CONTROL-ITEMS
               MOVE WS-SETTLE-AMOUNT TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'TOTALIZADOR DO ARQUIVO' TO WS-CONTROL-TEXT
               MOVE WS-TRL-COUNT TO WS-CONTROL-ITEMS
               MOVE WS-TRL-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'SOMA DAS TRANSFERENCIAS' TO WS-CONTROL-TEXT
               MOVE WS-LINE-COUNT TO WS-CONTROL-ITEMS
               MOVE WS-LINE-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'CREDITADAS' TO WS-CONTROL-TEXT
               MOVE WS-CREDIT-COUNT TO WS-CONTROL-ITEMS
               MOVE WS-CREDIT-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'DEVOLVIDAS' TO WS-CONTROL-TEXT
               MOVE WS-RETURN-COUNT TO WS-CONTROL-ITEMS
               MOVE WS-RETURN-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'REPETIDAS, JA DECIDIDAS' TO WS-CONTROL-TEXT
               MOVE WS-DUP-COUNT TO WS-CONTROL-ITEMS
               MOVE WS-DUP-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO CONTROL-OUT-LINE
               IF WS-ABORT = 'Y' THEN
                   MOVE 'ARQUIVO NAO FECHA, RECUSADO SEM CREDITO'
                       TO CONTROL-OUT-LINE
               ELSE
                   MOVE 'ARQUIVO FECHA COM A LIQUIDACAO DA REDE'
                       TO CONTROL-OUT-LINE
               END-IF
               WRITE CONTROL-OUT-LINE
               END-WRITE
               DISPLAY CONTROL-OUT-LINE
               CLOSE CONTROL-OUT
           END-IF.
