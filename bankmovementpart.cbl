               05 ACK0-STATUS PIC A(3).
               05 ACK0-SERVICE PIC A(3).
               05 ACK0-TXN-ID PIC 9(14).
               05 ACK0-VALUE-DATE PIC 9(8).

           FD ACK-PART1.
           01 ACK-PART1-FILE.
               05 ACK1-STATUS PIC A(3).
               05 ACK1-SERVICE PIC A(3).
               05 ACK1-TXN-ID PIC 9(14).
               05 ACK1-VALUE-DATE PIC 9(8).

           FD ACK-PART2.
           01 ACK-PART2-FILE.
               05 ACK2-STATUS PIC A(3).
               05 ACK2-SERVICE PIC A(3).
               05 ACK2-TXN-ID PIC 9(14).
               05 ACK2-VALUE-DATE PIC 9(8).

           FD ACK-PART3.
           01 ACK-PART3-FILE.
               05 ACK3-STATUS PIC A(3).
               05 ACK3-SERVICE PIC A(3).
               05 ACK3-TXN-ID PIC 9(14).
               05 ACK3-VALUE-DATE PIC 9(8).

           FD ACK-PART4.
           01 ACK-PART4-FILE.
               05 ACK4-STATUS PIC A(3).
               05 ACK4-SERVICE PIC A(3).
               05 ACK4-TXN-ID PIC 9(14).
               05 ACK4-VALUE-DATE PIC 9(8).

           FD OP-REGISTER.
           01 OP-REGISTER-FILE.
               05 WS-KYC-CHK-ACCOUNT-ID PIC 9(10).
               05 WS-KYC-CHK-AMOUNT PIC 9(10)V9(2).
               05 WS-KYC-CHK-HOLD PIC A(1).
           01 WS-PAYEE-CHK.
               05 WS-PAYEE-CHK-OPERATION-ID PIC 9(5).
               05 WS-PAYEE-CHK-ACCOUNT-ID PIC 9(10).
               05 WS-PAYEE-CHK-AMOUNT PIC 9(10)V9(2).
               05 WS-PAYEE-CHK-DEST-BANK PIC 9(3).
               05 WS-PAYEE-CHK-DEST-BRANCH PIC 9(4).
               05 WS-PAYEE-CHK-DEST-ACCOUNT-ID PIC 9(10).
               05 WS-PAYEE-CHK-ALIAS-KEY PIC X(11).
               05 WS-PAYEE-CHK-SUBMIT-TIME PIC 9(6).
               05 WS-PAYEE-CHK-OPERATOR PIC A(10).
               05 WS-PAYEE-CHK-ALREADY-HELD PIC A(1).
               05 WS-PAYEE-CHK-HOLD PIC A(1).
           01 WS-MINOR-CHK.
               05 WS-MINOR-CHK-ACCOUNT-ID PIC 9(10).
               05 WS-MINOR-CHK-SIGNATURE PIC A(10).
               05 WS-MINOR-CHK-REFUSED PIC A(1).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
      *    Particao desta execucao e a faixa dela no plano; sem
      *    particao ou sem faixa a execucao nao faz nada, como a
      *    extracao contabil aborta sem gravar linhas
                              WS-INPUT-OPERATION-ID NOT = 14 AND
                              WS-INPUT-OPERATION-ID NOT = 16 AND
                              WS-INPUT-OPERATION-ID NOT = 38 AND
                              WS-INPUT-OPERATION-ID NOT = 39 AND
                              WS-INPUT-OPERATION-ID NOT = 42 AND
                              WS-INPUT-OPERATION-ID NOT = 43) THEN
                         ADD 1 TO WS-SEQ
                         IF WS-SEQ > WS-RESTART-SEQ AND
                                 WS-INPUT-APPROVED
               MOVE 'VAR' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 41 THEN
               CALL 'CARDDISPUTE'
               MOVE 'CTS' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 44 THEN
               CALL 'BRANCHMAINT'
               MOVE 'AGE' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 45 THEN
               CALL 'ACCOUNTBRANCH'
               MOVE 'TAG' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 46 THEN
               CALL 'DRAWERMAINT'
               MOVE 'CXA' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 47 THEN
               CALL 'BOLETOREG'
               MOVE 'BOL' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 48 THEN
               CALL 'COMPLAINT'
               MOVE 'SAC' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 49 THEN
               CALL 'PAYEE'
               MOVE 'FAV' TO WS-SERVICE
               PERFORM GRAVA-ACK-OK
           ELSE
           IF WS-INPUT-OPERATION-ID = 19 THEN
               PERFORM CANCELA-AGENDADO
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
      *    Marcador: particao de faixa marca pela sequencia da fila,
       MOVIMENTA-CONTA.
           MOVE LOW-VALUES TO WS-BANK-ACCOUNT.
           MOVE WS-TXN-ID TO WS-BANK-TXN-ID.
           MOVE WS-INPUT-OPERATOR TO WS-BANK-OPERATOR.
           MOVE WS-INPUT-CHANNEL TO WS-BANK-CHANNEL.
           MOVE WS-INPUT-CURRENCY TO WS-BANK-CURRENCY.
           MOVE WS-INPUT-ACCOUNT-ID TO WS-BANK-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO WS-BANK-MOVEMENT-VALUE.
               MOVE WS-INPUT-LOAN-TERM TO WS-BANK-LOAN-TERM
               MOVE WS-INPUT-LOAN-RATE TO WS-BANK-LOAN-RATE
               MOVE WS-INPUT-LOAN-METHOD TO WS-BANK-LOAN-METHOD
               MOVE WS-INPUT-LOAN-INSURANCE TO WS-BANK-LOAN-INSURANCE
           END-IF.
           IF WS-INPUT-OPERATION-ID = 10 THEN
               MOVE '5' TO WS-BANK-OPERATION-ID
               MOVE WS-INPUT-REF-TIME TO WS-BANK-REF-TIME
               MOVE WS-INPUT-REF-TXN-ID TO WS-BANK-REF-TXN-ID
           END-IF.
      *    Conta de menor: saque e transferencia so com a sessao do
      *    representante legal
           MOVE 'N' TO WS-MINOR-CHK-REFUSED.
           IF WS-INPUT-OPERATION-ID = 7 OR
                   WS-INPUT-OPERATION-ID = 10 OR
                   WS-INPUT-OPERATION-ID = 24 OR
                   WS-INPUT-OPERATION-ID = 31 THEN
               MOVE WS-INPUT-ACCOUNT-ID TO WS-MINOR-CHK-ACCOUNT-ID
               MOVE WS-INPUT-SIGNATURE TO WS-MINOR-CHK-SIGNATURE
               CALL 'BANK-MINOR-CHECK' USING WS-MINOR-CHK
               END-CALL
           END-IF.
      *    Impressao digital de idempotencia, como na janela 2
           MOVE 'N' TO WS-DUP.
           IF WS-MINOR-CHK-REFUSED = 'N' AND
                   ((WS-INPUT-OPERATION-ID = 9 AND
                   WS-INPUT-LOAN-OPERATION NOT = 3) OR
                   WS-INPUT-OPERATION-ID = 7 OR
                   WS-INPUT-OPERATION-ID = 8 OR
                     MOVE 'Y' TO WS-DUP
               END-READ
           END-IF.
      *    Alcada de dupla autorizacao, retencao por revisao
      *    cadastral vencida e carencia de favorecido novo
           MOVE 'N' TO WS-APPROVAL-HELD.
           IF WS-DUP = 'N' AND WS-MINOR-CHK-REFUSED = 'N' AND
                   (WS-INPUT-OPERATION-ID = 7 OR
                   WS-INPUT-OPERATION-ID = 10 OR
                   WS-INPUT-OPERATION-ID = 20 OR
                       MOVE 'Y' TO WS-APPROVAL-HELD
                   END-IF
               END-IF
               IF WS-INPUT-OPERATION-ID = 10 OR
                       WS-INPUT-OPERATION-ID = 24 OR
                       WS-INPUT-OPERATION-ID = 31 THEN
                   PERFORM CONFERE-FAVORECIDO
               END-IF
           END-IF.
           IF WS-APPROVAL-HELD = 'Y' THEN
               PERFORM ESTACIONA-APROVACAO
      *    Data de valor futura estaciona na fila de liberacao
           MOVE 'N' TO WS-PARKED.
           IF WS-DUP = 'N' AND WS-APPROVAL-HELD = 'N' AND
                   WS-MINOR-CHK-REFUSED = 'N' AND
                   (WS-INPUT-OPERATION-ID = 7 OR
                   WS-INPUT-OPERATION-ID = 8 OR
                   WS-INPUT-OPERATION-ID = 9 OR
               END-WRITE
               DISPLAY 'OPERACAO DUPLICADA REJEITADA: '
                   WS-INPUT-ACCOUNT-ID
           ELSE
           IF WS-MINOR-CHK-REFUSED = 'Y' THEN
               MOVE 'MEN' TO WS-BANK-RETURN-STATUS
               DISPLAY 'MOVIMENTO DE MENOR SEM SESSAO DO '
                   'REPRESENTANTE: ' WS-INPUT-ACCOUNT-ID
           ELSE
               IF WS-PARKED = 'N' AND WS-APPROVAL-HELD = 'N' THEN
                   IF WS-INPUT-OPERATION-ID = 25 THEN
                           WS-BANK-ACCOUNT
                   END-IF
               END-IF
           END-IF
           END-IF.
           PERFORM GRAVA-ACK-MOVIMENTO.

      *    Favorecido no cadastro do titular: incluido se novo e
      *    retido na fila de aprovacao na carencia acima do teto
       CONFERE-FAVORECIDO.
           MOVE WS-INPUT-OPERATION-ID TO WS-PAYEE-CHK-OPERATION-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO WS-PAYEE-CHK-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO WS-PAYEE-CHK-AMOUNT.
           MOVE WS-INPUT-DEST-BANK TO WS-PAYEE-CHK-DEST-BANK.
           MOVE WS-INPUT-DEST-BRANCH TO WS-PAYEE-CHK-DEST-BRANCH.
           MOVE WS-INPUT-DEST-ACCOUNT-ID TO
               WS-PAYEE-CHK-DEST-ACCOUNT-ID.
           MOVE WS-INPUT-ALIAS-KEY TO WS-PAYEE-CHK-ALIAS-KEY.
           MOVE WS-INPUT-SUBMIT-TIME TO WS-PAYEE-CHK-SUBMIT-TIME.
           MOVE WS-INPUT-OPERATOR TO WS-PAYEE-CHK-OPERATOR.
           MOVE WS-APPROVAL-HELD TO WS-PAYEE-CHK-ALREADY-HELD.
           CALL 'BANK-PAYEE-CHECK' USING WS-PAYEE-CHK
           END-CALL.
           IF WS-PAYEE-CHK-HOLD = 'Y' THEN
               MOVE 'Y' TO WS-APPROVAL-HELD
           END-IF.

       ESTACIONA-APROVACAO.
           MOVE WS-TXN-ID TO APPR-RW-TXN-ID.
           MOVE WS-INPUT-OPERATION-ID TO APPR-RW-OPERATION-ID.
           MOVE WS-INPUT-LOAN-TERM TO APPR-RW-LOAN-TERM.
           MOVE WS-INPUT-LOAN-RATE TO APPR-RW-LOAN-RATE.
           MOVE WS-INPUT-LOAN-METHOD TO APPR-RW-LOAN-METHOD.
           MOVE WS-INPUT-LOAN-INSURANCE TO APPR-RW-LOAN-INSURANCE.
           MOVE WS-INPUT-OPERATOR TO APPR-RW-OPERATOR.
           MOVE WS-INPUT-CHANNEL TO APPR-RW-CHANNEL.
           MOVE WS-INPUT-DEST-ACCOUNT-ID TO
               APPR-RW-DEST-ACCOUNT-ID.
           MOVE WS-INPUT-REF-DATE TO APPR-RW-REF-DATE.
           MOVE WS-INPUT-LOAN-TERM TO PEND-RW-LOAN-TERM.
           MOVE WS-INPUT-LOAN-RATE TO PEND-RW-LOAN-RATE.
           MOVE WS-INPUT-LOAN-METHOD TO PEND-RW-LOAN-METHOD.
           MOVE WS-INPUT-LOAN-INSURANCE TO PEND-RW-LOAN-INSURANCE.
           MOVE WS-INPUT-OPERATOR TO PEND-RW-OPERATOR.
           MOVE WS-INPUT-CHANNEL TO PEND-RW-CHANNEL.
           MOVE SPACES TO PEND-RW-APPROVER.
           MOVE WS-INPUT-DEST-ACCOUNT-ID TO
               PEND-RW-DEST-ACCOUNT-ID.
           MOVE WS-INPUT-REF-DATE TO PEND-RW-REF-DATE.
           MOVE WS-BANK-RETURN-STATUS TO ACK0-STATUS.
           MOVE WS-SERVICE TO ACK0-SERVICE.
           MOVE WS-TXN-ID TO ACK0-TXN-ID.
           IF WS-BANK-RETURN-STATUS = 'AGD' THEN
               MOVE WS-INPUT-VALUE-DATE TO ACK0-VALUE-DATE
           ELSE
               MOVE 0 TO ACK0-VALUE-DATE
           END-IF.
           EVALUATE WS-PART-ID
               WHEN 0
                   WRITE ACK-PART0-FILE
