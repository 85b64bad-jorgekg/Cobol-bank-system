      ******************************************************************
      * Author:
      * Date:
      * Purpose:Sinistros do seguro prestamista: para cada indenizacao
      *         por obito paga pela seguradora
      *         (input/insuranceclaim.data) confere a apolice ativa em
      *         storage/loaninsurance.data e chama
      *         BANK-STATEMENT-SAVE com a quitacao por sinistro, que
      *         apura o valor pela liquidacao antecipada e encerra o
      *         contrato sem tocar a conta do cliente.  Quitado, o
      *         registro da apolice recebe o sinistro e a sobra da
      *         indenizacao devida aos beneficiarios; o resultado de
      *         cada linha vai para output/insuranceclaim.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-INSURANCE-CLAIM.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CLAIM-IN ASSIGN TO 'input/insuranceclaim.data'
              FILE STATUS IS FS-CLAIM.
              SELECT INSURE-RW ASSIGN TO 'storage/loaninsurance.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS INS-RW-LOAN-ID
              FILE STATUS IS FS-INSURE.
              SELECT CLAIM-OUT ASSIGN TO 'output/insuranceclaim.data'
              FILE STATUS IS FS-CLAIM-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD CLAIM-IN.
       01 CLAIM-IN-FILE.
           05 CLAIM-IN-LOAN-ID PIC 9(10).
           05 CLAIM-IN-REF PIC X(20).
           05 CLAIM-IN-DEATH-DATE PIC 9(8).
           05 CLAIM-IN-PAYOUT PIC 9(10)V9(2).

       FD INSURE-RW.
       01 INSURE-RW-RECORD.
           COPY INSUREREC REPLACING ==:PFX:== BY ==INS-RW==.

       FD CLAIM-OUT.
       01 CLAIM-OUT-FILE.
           05 CLAIM-OUT-DATE PIC 9(8).
           05 CLAIM-OUT-LOAN-ID PIC 9(10).
           05 CLAIM-OUT-PEOPLE-ID PIC 9(10).
           05 CLAIM-OUT-REF PIC X(20).
           05 CLAIM-OUT-DEATH-DATE PIC 9(8).
           05 CLAIM-OUT-PAYOUT PIC 9(10)V9(2).
      *    Valor que quitou o contrato e sobra aos beneficiarios
           05 CLAIM-OUT-SETTLED PIC 9(10)V9(2).
           05 CLAIM-OUT-SURPLUS PIC 9(10)V9(2).
           05 CLAIM-OUT-TXN-ID PIC 9(14).
      *    'OK ' quitado, 'SAP' sem apolice ativa, ou o status
      *    devolvido pela quitacao (NAN indenizacao insuficiente ou
      *    contrato nao aberto, PFC periodo fechado)
           05 CLAIM-OUT-STATUS PIC A(3).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-INSURANCE-CLAIM'.
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
       01 FS-CLAIM PIC X(2).
       01 FS-INSURE PIC X(2).
       01 FS-CLAIM-OUT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
       01 WS-POLICY-FOUND PIC A(1).
       01 WS-BANK-ACCOUNT.
           COPY BANKOPREC REPLACING ==:PFX:== BY ==WS-BANK==.

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
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 690000.
           OPEN INPUT CLAIM-IN.
           IF FS-CLAIM NOT = '00' THEN
               DISPLAY 'SEM SINISTROS EM INPUT/INSURANCECLAIM.DATA: '
                   FS-CLAIM
           ELSE
           OPEN I-O INSURE-RW
           OPEN OUTPUT CLAIM-OUT
           IF FS-INSURE NOT = '00' OR FS-CLAIM-OUT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DE SINISTRO: '
                   FS-INSURE FS-CLAIM-OUT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLAIM-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     PERFORM PROCESSA-SINISTRO
               END-READ
           END-PERFORM
           CLOSE CLAIM-OUT
           CLOSE INSURE-RW
           END-IF
           CLOSE CLAIM-IN
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Apolice ativa do contrato: quitacao pela indenizacao e
      *    sinistro registrado; sem apolice ou quitacao recusada a
      *    linha sai com o motivo para a area de seguros
       PROCESSA-SINISTRO.
           MOVE SPACES TO CLAIM-OUT-FILE.
           MOVE 0 TO CLAIM-OUT-SETTLED.
           MOVE 0 TO CLAIM-OUT-SURPLUS.
           MOVE 0 TO CLAIM-OUT-TXN-ID.
           MOVE 0 TO CLAIM-OUT-PEOPLE-ID.
           MOVE CLAIM-IN-LOAN-ID TO INS-RW-LOAN-ID.
           READ INSURE-RW
               INVALID KEY MOVE 'N' TO WS-POLICY-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-POLICY-FOUND
           END-READ.
           IF WS-POLICY-FOUND = 'Y' AND NOT INS-RW-ACTIVE THEN
               MOVE 'N' TO WS-POLICY-FOUND
           END-IF.
           IF WS-POLICY-FOUND = 'N' THEN
               MOVE 'SAP' TO CLAIM-OUT-STATUS
               ADD 1 TO WS-RUN-LOG-REJECTED
           ELSE
               MOVE INS-RW-PEOPLE-ID TO CLAIM-OUT-PEOPLE-ID
               MOVE LOW-VALUES TO WS-BANK-ACCOUNT
               MOVE 'BANK-INSURANCE-CLAIM' TO WS-BANK-JOB
               ADD 1 TO WS-TXN-SEQ
               COMPUTE WS-BANK-TXN-ID = WS-TXN-BASE + WS-TXN-SEQ
               MOVE '4' TO WS-BANK-OPERATION-ID
               MOVE CLAIM-IN-LOAN-ID TO WS-BANK-ACCOUNT-ID
               MOVE CLAIM-IN-PAYOUT TO WS-BANK-MOVEMENT-VALUE
               MOVE INS-RW-PEOPLE-ID TO WS-BANK-LOAN-PEOPLE-ID
               SET WS-BANK-LOAN-CLAIM-SETTLE TO TRUE
               MOVE 0 TO WS-BANK-LOAN-TERM
               MOVE 0 TO WS-BANK-LOAN-RATE
               MOVE 'BRL' TO WS-BANK-CURRENCY
               CALL 'BANK-STATEMENT-SAVE' USING WS-BANK-ACCOUNT
               END-CALL
               MOVE WS-BANK-TXN-ID TO CLAIM-OUT-TXN-ID
               MOVE WS-BANK-RETURN-STATUS TO CLAIM-OUT-STATUS
               IF WS-BANK-RETURN-STATUS = 'OK ' THEN
                   MOVE WS-BANK-MOVEMENT-VALUE TO CLAIM-OUT-SETTLED
                   COMPUTE CLAIM-OUT-SURPLUS =
                       CLAIM-IN-PAYOUT - WS-BANK-MOVEMENT-VALUE
                   SET INS-RW-CLAIMED TO TRUE
                   MOVE CLAIM-IN-DEATH-DATE TO INS-RW-CLAIM-DATE
                   MOVE CLAIM-IN-REF TO INS-RW-CLAIM-REF
                   MOVE CLAIM-IN-PAYOUT TO INS-RW-CLAIM-VALUE
                   MOVE CLAIM-OUT-SETTLED TO INS-RW-CLAIM-SETTLED
                   MOVE CLAIM-OUT-SURPLUS TO INS-RW-CLAIM-SURPLUS
                   REWRITE INSURE-RW-RECORD
                   END-REWRITE
               ELSE
                   ADD 1 TO WS-RUN-LOG-REJECTED
               END-IF
           END-IF.
           IF CLAIM-OUT-STATUS NOT = 'OK ' THEN
               DISPLAY 'SINISTRO NAO QUITADO: ' CLAIM-IN-LOAN-ID
                   ' ' CLAIM-OUT-STATUS
           END-IF.
           MOVE WS-TODAY TO CLAIM-OUT-DATE.
           MOVE CLAIM-IN-LOAN-ID TO CLAIM-OUT-LOAN-ID.
           MOVE CLAIM-IN-REF TO CLAIM-OUT-REF.
           MOVE CLAIM-IN-DEATH-DATE TO CLAIM-OUT-DEATH-DATE.
           MOVE CLAIM-IN-PAYOUT TO CLAIM-OUT-PAYOUT.
           WRITE CLAIM-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
