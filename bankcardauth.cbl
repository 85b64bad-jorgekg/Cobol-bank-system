      *         bloqueado ou cancelado e recusado mesmo com a conta
      *         aberta.  Debitos aprovados vao ao razao com a operacao
      *         CRT; recusas voltam a rede com o motivo em
      *         output/cardreturn.data.  Regras de velocidade de
      *         storage/cardfraudparam.data (autorizacoes por dia,
      *         valor numa janela curta, teto da primeira compra apos
      *         longa inatividade) recusam a compra, bloqueiam o
      *         cartao, geram o evento FRD de notificacao e um alerta
      *         em storage/cardfraudalert.data para a area de cartoes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS IS FS-LEDGER.
              SELECT RETURN-OUT ASSIGN TO 'output/cardreturn.data'
              FILE STATUS IS FS-RETURN.
              SELECT FRAUD-PARAM
                  ASSIGN TO 'storage/cardfraudparam.data'
              FILE STATUS IS FS-FPARAM.
              SELECT FRAUD-OUT
                  ASSIGN TO 'storage/cardfraudalert.data'
              FILE STATUS IS FS-FRAUD.

       DATA DIVISION.
       FILE SECTION.
           05 CARDTXN-IN-AMOUNT PIC 9(10)V9(2).
           05 CARDTXN-IN-DATE PIC 9(8).
           05 CARDTXN-IN-NETWORK-REF PIC 9(14).
           05 CARDTXN-IN-TIME PIC 9(6).

       FD CARD-RW.
       01 CARD-RW-FILE.
           05 RETURN-OUT-DATE PIC 9(8).
           05 RETURN-OUT-REASON PIC A(40).

      *    Uma linha por regra: 'QTD' autorizacoes por cartao no dia
      *    (LIMIT-COUNT); 'JAN' valor acumulado em PERIOD minutos
      *    (LIMIT-AMOUNT); 'INA' teto (LIMIT-AMOUNT) da primeira compra
      *    apos PERIOD dias sem uso.  Limite zero desliga a regra.
       FD FRAUD-PARAM.
       01 FRAUD-PARAM-FILE.
           05 FRAUD-PARAM-RULE PIC A(3).
           05 FRAUD-PARAM-LIMIT-COUNT PIC 9(5).
           05 FRAUD-PARAM-LIMIT-AMOUNT PIC 9(10)V9(2).
           05 FRAUD-PARAM-PERIOD PIC 9(5).

       FD FRAUD-OUT.
       01 FRAUD-OUT-FILE.
           05 FRAUD-OUT-CARD-NUMBER PIC 9(16).
           05 FRAUD-OUT-ACCOUNT-ID PIC 9(10).
           05 FRAUD-OUT-NETWORK-REF PIC 9(14).
           05 FRAUD-OUT-AMOUNT PIC 9(10)V9(2).
           05 FRAUD-OUT-RULE PIC A(3).
           05 FRAUD-OUT-REASON PIC A(40).
           05 FRAUD-OUT-TXN-DATE PIC 9(8).
           05 FRAUD-OUT-TXN-TIME PIC 9(6).
           05 FRAUD-OUT-DATE PIC 9(8).
           05 FRAUD-OUT-STATUS PIC A(1).
               88 FRAUD-OUT-PENDING VALUE 'P'.

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
       01 WS-EOF PIC A(1).
       01 FS-TXN PIC X(2).
       01 FS-CARD PIC X(2).
       01 FS PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-RETURN PIC X(2).
       01 FS-FPARAM PIC X(2).
       01 FS-FRAUD PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
       01 WS-OVERDRAFT-FLOOR PIC S9(10)V9(2).
       01 WS-REASON PIC A(40).
       01 WS-FRAUD-RULES.
           05 WS-FRAUD-MAX-COUNT PIC 9(5) VALUE 20.
           05 WS-FRAUD-WINDOW-AMOUNT PIC 9(10)V9(2) VALUE 2000.00.
           05 WS-FRAUD-WINDOW-MINUTES PIC 9(5) VALUE 60.
           05 WS-FRAUD-IDLE-AMOUNT PIC 9(10)V9(2) VALUE 1000.00.
           05 WS-FRAUD-IDLE-DAYS PIC 9(5) VALUE 90.
       01 WS-FRAUD-RULE PIC A(3).
       01 WS-FRAUD-COUNT PIC 9(9) VALUE 0.
       01 WS-TXN-DATE PIC 9(8).
       01 WS-HHMMSS PIC 9(6).
       01 WS-HHMMSS-R REDEFINES WS-HHMMSS.
           05 WS-HHMMSS-HH PIC 9(2).
           05 WS-HHMMSS-MM PIC 9(2).
           05 WS-HHMMSS-SS PIC 9(2).
       01 WS-TXN-MINUTES PIC 9(5).
       01 WS-WINDOW-MINUTES PIC 9(5).
       01 WS-IN-WINDOW PIC A(1).
       01 WS-WINDOW-TOTAL PIC 9(10)V9(2).
       01 WS-IDLE-FROM PIC 9(8).
       01 WS-IDLE-DAYS PIC S9(9).
       01 WS-NOTIFY-EV.
           05 WS-NOTIFY-EV-EVENT PIC A(3).
           05 WS-NOTIFY-EV-ACCOUNT-ID PIC 9(10).
           05 WS-NOTIFY-EV-PEOPLE-ID PIC 9(10).
           05 WS-NOTIFY-EV-VALUE PIC 9(10)V9(2).
           05 WS-NOTIFY-EV-BALANCE PIC S9(10)V9(2).
           05 WS-NOTIFY-EV-DATE PIC 9(8).
       01 WS-AML-CHECK.
           05 WS-AML-TXN-ID PIC 9(14).
           05 WS-AML-ACCOUNT-ID PIC 9(10).
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
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 570000.
           PERFORM CARREGA-REGRAS-FRAUDE.
           OPEN INPUT CARDTXN-IN.
           OPEN I-O CARD-RW.
           OPEN I-O STATEMENT-OUT.
           OPEN I-O LEDGER-OUT.
           IF FS-LEDGER = '35' THEN
                             IF CARD-RW-CANCELLED THEN
                                 MOVE 'CARTAO CANCELADO'
                                     TO WS-REASON
                             ELSE
                                 PERFORM CONFERE-FRAUDE
                             END-IF
                             END-IF
                         END-READ
                                 WS-TXN-BASE + WS-TXN-SEQ
                             MOVE CARDTXN-IN-NETWORK-REF TO
                                 LEDGER-OUT-REF-TXN-ID
                             SET LEDGER-OUT-BY-JOB TO TRUE
                             MOVE WS-RUN-LOG-PROGRAM
                                 TO LEDGER-OUT-ORIGIN
                             MOVE SPACES TO LEDGER-OUT-APPROVER
                             MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                             MOVE SPACE TO LEDGER-OUT-CHANNEL
                             WRITE LEDGER-OUT-RECORD
                             END-WRITE
                             MOVE LEDGER-OUT-TXN-ID TO
                             CALL 'BANK-AML-CHECK' USING
                                 WS-AML-CHECK
                             END-CALL
                             PERFORM ATUALIZA-VELOCIDADE
                             ADD 1 TO WS-RUN-LOG-WRITTEN
                         END-IF
                     ELSE
               END-READ
           END-PERFORM
           DISPLAY 'CARTOES PROCESSADOS: ' WS-RUN-LOG-WRITTEN
               ' DEBITADOS, ' WS-RUN-LOG-REJECTED ' RECUSADOS, '
               WS-FRAUD-COUNT ' BLOQUEADOS POR FRAUDE'
           END-IF
           END-IF.
           CLOSE RETURN-OUT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       CARREGA-REGRAS-FRAUDE.
           OPEN INPUT FRAUD-PARAM.
           IF FS-FPARAM = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FRAUD-PARAM
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF FRAUD-PARAM-RULE = 'QTD' THEN
                             MOVE FRAUD-PARAM-LIMIT-COUNT TO
                                 WS-FRAUD-MAX-COUNT
                         END-IF
                         IF FRAUD-PARAM-RULE = 'JAN' THEN
                             MOVE FRAUD-PARAM-LIMIT-AMOUNT TO
                                 WS-FRAUD-WINDOW-AMOUNT
                             MOVE FRAUD-PARAM-PERIOD TO
                                 WS-FRAUD-WINDOW-MINUTES
                         END-IF
                         IF FRAUD-PARAM-RULE = 'INA' THEN
                             MOVE FRAUD-PARAM-LIMIT-AMOUNT TO
                                 WS-FRAUD-IDLE-AMOUNT
                             MOVE FRAUD-PARAM-PERIOD TO
                                 WS-FRAUD-IDLE-DAYS
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAUD-PARAM
           END-IF.
           MOVE 'N' TO WS-EOF.

      *    Regras de velocidade sobre o cartao lido; a janela curta
      *    comeca na primeira compra aprovada e vale PERIOD minutos no
      *    mesmo dia
       CONFERE-FRAUDE.
           MOVE SPACES TO WS-FRAUD-RULE.
           MOVE CARDTXN-IN-DATE TO WS-TXN-DATE.
           IF WS-TXN-DATE = 0 THEN
               MOVE WS-TODAY TO WS-TXN-DATE
           END-IF.
           MOVE CARDTXN-IN-TIME TO WS-HHMMSS.
           COMPUTE WS-TXN-MINUTES = WS-HHMMSS-HH * 60 + WS-HHMMSS-MM.
           MOVE CARD-RW-WINDOW-START TO WS-HHMMSS.
           COMPUTE WS-WINDOW-MINUTES =
               WS-HHMMSS-HH * 60 + WS-HHMMSS-MM.
           MOVE 'N' TO WS-IN-WINDOW.
           IF CARD-RW-WINDOW-DATE = WS-TXN-DATE AND
                   WS-TXN-MINUTES NOT < WS-WINDOW-MINUTES AND
                   WS-TXN-MINUTES - WS-WINDOW-MINUTES <
                   WS-FRAUD-WINDOW-MINUTES THEN
               MOVE 'Y' TO WS-IN-WINDOW
               COMPUTE WS-WINDOW-TOTAL =
                   CARD-RW-WINDOW-AMOUNT + CARDTXN-IN-AMOUNT
           ELSE
               MOVE CARDTXN-IN-AMOUNT TO WS-WINDOW-TOTAL
           END-IF.
           IF WS-FRAUD-MAX-COUNT > 0 AND
                   CARD-RW-DAY-DATE = WS-TXN-DATE AND
                   CARD-RW-DAY-COUNT NOT < WS-FRAUD-MAX-COUNT THEN
               MOVE 'QTD' TO WS-FRAUD-RULE
               MOVE 'FRAUDE: AUTORIZACOES NO DIA' TO WS-REASON
           END-IF.
           IF WS-FRAUD-RULE = SPACES AND
                   WS-FRAUD-WINDOW-AMOUNT > 0 AND
                   WS-WINDOW-TOTAL > WS-FRAUD-WINDOW-AMOUNT THEN
               MOVE 'JAN' TO WS-FRAUD-RULE
               MOVE 'FRAUDE: VALOR NA JANELA CURTA' TO WS-REASON
           END-IF.
           IF CARD-RW-LAST-USE-DATE > 0 THEN
               MOVE CARD-RW-LAST-USE-DATE TO WS-IDLE-FROM
           ELSE
               MOVE CARD-RW-ISSUE-DATE TO WS-IDLE-FROM
           END-IF.
           IF WS-FRAUD-RULE = SPACES AND
                   WS-FRAUD-IDLE-AMOUNT > 0 AND
                   WS-IDLE-FROM > 0 AND
                   CARDTXN-IN-AMOUNT > WS-FRAUD-IDLE-AMOUNT THEN
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TXN-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-IDLE-FROM)
               IF WS-IDLE-DAYS > WS-FRAUD-IDLE-DAYS THEN
                   MOVE 'INA' TO WS-FRAUD-RULE
                   MOVE 'FRAUDE: COMPRA APOS INATIVIDADE'
                       TO WS-REASON
               END-IF
           END-IF.
           IF WS-FRAUD-RULE NOT = SPACES THEN
               PERFORM BLOQUEIA-CARTAO
           END-IF.

       BLOQUEIA-CARTAO.
           SET CARD-RW-BLOCKED TO TRUE.
           SET CARD-RW-FRAUD-BLOCK TO TRUE.
           REWRITE CARD-RW-FILE
           END-REWRITE.
           ADD 1 TO WS-FRAUD-COUNT.
           MOVE CARD-RW-NUMBER TO FRAUD-OUT-CARD-NUMBER.
           MOVE CARD-RW-ACCOUNT-ID TO FRAUD-OUT-ACCOUNT-ID.
           MOVE CARDTXN-IN-NETWORK-REF TO FRAUD-OUT-NETWORK-REF.
           MOVE CARDTXN-IN-AMOUNT TO FRAUD-OUT-AMOUNT.
           MOVE WS-FRAUD-RULE TO FRAUD-OUT-RULE.
           MOVE WS-REASON TO FRAUD-OUT-REASON.
           MOVE WS-TXN-DATE TO FRAUD-OUT-TXN-DATE.
           MOVE CARDTXN-IN-TIME TO FRAUD-OUT-TXN-TIME.
           MOVE WS-TODAY TO FRAUD-OUT-DATE.
           SET FRAUD-OUT-PENDING TO TRUE.
           OPEN EXTEND FRAUD-OUT.
           IF FS-FRAUD = '35' THEN
               OPEN OUTPUT FRAUD-OUT
           END-IF.
           IF FS-FRAUD = '00' THEN
               WRITE FRAUD-OUT-FILE
               END-WRITE
               CLOSE FRAUD-OUT
           ELSE
               DISPLAY 'ERRO AO ABRIR STORAGE/CARDFRAUDALERT.DATA: '
                   FS-FRAUD
           END-IF.
           MOVE 'FRD' TO WS-NOTIFY-EV-EVENT.
           MOVE CARD-RW-ACCOUNT-ID TO WS-NOTIFY-EV-ACCOUNT-ID.
           MOVE 0 TO WS-NOTIFY-EV-PEOPLE-ID.
           MOVE 0 TO WS-NOTIFY-EV-BALANCE.
           MOVE CARD-RW-ACCOUNT-ID TO ACCOUNT-OUT-ID.
           READ STATEMENT-OUT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ACCOUNT-OUT-PEOPLE-ID TO WS-NOTIFY-EV-PEOPLE-ID
                 MOVE ACCOUNT-OUT-VALUE TO WS-NOTIFY-EV-BALANCE
           END-READ.
           MOVE CARDTXN-IN-AMOUNT TO WS-NOTIFY-EV-VALUE.
           MOVE WS-TODAY TO WS-NOTIFY-EV-DATE.
           CALL 'BANK-NOTIFY' USING WS-NOTIFY-EV
           END-CALL.
           DISPLAY 'CARTAO BLOQUEADO POR REGRA DE FRAUDE ' WS-FRAUD-RULE
               ': ' CARD-RW-NUMBER.

      *    Compra aprovada entra na contagem do dia, na janela curta e
      *    zera a inatividade
       ATUALIZA-VELOCIDADE.
           IF CARD-RW-DAY-DATE = WS-TXN-DATE THEN
               ADD 1 TO CARD-RW-DAY-COUNT
           ELSE
               MOVE WS-TXN-DATE TO CARD-RW-DAY-DATE
               MOVE 1 TO CARD-RW-DAY-COUNT
           END-IF.
           IF WS-IN-WINDOW = 'Y' THEN
               MOVE WS-WINDOW-TOTAL TO CARD-RW-WINDOW-AMOUNT
           ELSE
               MOVE WS-TXN-DATE TO CARD-RW-WINDOW-DATE
               MOVE CARDTXN-IN-TIME TO CARD-RW-WINDOW-START
               MOVE CARDTXN-IN-AMOUNT TO CARD-RW-WINDOW-AMOUNT
           END-IF.
           MOVE WS-TXN-DATE TO CARD-RW-LAST-USE-DATE.
           REWRITE CARD-RW-FILE
           END-REWRITE.
