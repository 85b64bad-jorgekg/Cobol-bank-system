      ******************************************************************
      * Author:
      * Date:
      * Purpose:Remessa mensal do seguro prestamista: primeiro concilia
      *         a confirmacao da seguradora
      *         (input/insuranceconfirm.data, uma linha por apolice com
      *         o premio que ela reconhece e o aceite ou a recusa)
      *         contra o registro de apolices
      *         storage/loaninsurance.data, gravando as divergencias em
      *         output/insurancerecon.data; depois remete em
      *         output/insuranceremit.data os premios ainda nao
      *         remetidos, marca a data da remessa no registro e baixa
      *         o total da conta interna de premios a repassar
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-INSURANCE-REMIT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT INSURE-RW ASSIGN TO 'storage/loaninsurance.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS INS-RW-LOAN-ID
              FILE STATUS IS FS-INSURE.
              SELECT CONFIRM-IN
                  ASSIGN TO 'input/insuranceconfirm.data'
              FILE STATUS IS FS-CONFIRM.
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
              SELECT REMIT-OUT ASSIGN TO 'output/insuranceremit.data'
              FILE STATUS IS FS-REMIT.
              SELECT RECON-OUT ASSIGN TO 'output/insurancerecon.data'
              FILE STATUS IS FS-RECON.

       DATA DIVISION.
       FILE SECTION.
       FD INSURE-RW.
       01 INSURE-RW-RECORD.
           COPY INSUREREC REPLACING ==:PFX:== BY ==INS-RW==.

       FD CONFIRM-IN.
       01 CONFIRM-IN-FILE.
           05 CONFIRM-IN-LOAN-ID PIC 9(10).
           05 CONFIRM-IN-PREMIUM PIC 9(10)V9(2).
           05 CONFIRM-IN-RESULT PIC A(1).
               88 CONFIRM-IN-ACCEPTED VALUE 'A'.
               88 CONFIRM-IN-REFUSED VALUE 'R'.

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD LEDGER-OUT.
       01 LEDGER-OUT-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-OUT==.

       FD REMIT-OUT.
       01 REMIT-OUT-FILE.
           05 REMIT-OUT-TYPE PIC A(1).
               88 REMIT-OUT-HEADER VALUE 'H'.
               88 REMIT-OUT-DETAIL VALUE 'D'.
               88 REMIT-OUT-TRAILER VALUE 'T'.
           05 REMIT-OUT-DATA PIC X(80).
           05 REMIT-OUT-HDR REDEFINES REMIT-OUT-DATA.
               10 REMIT-OUT-HDR-DATE PIC 9(8).
               10 REMIT-OUT-HDR-MONTH PIC 9(6).
               10 FILLER PIC X(66).
           05 REMIT-OUT-DTL REDEFINES REMIT-OUT-DATA.
               10 REMIT-OUT-LOAN-ID PIC 9(10).
               10 REMIT-OUT-PEOPLE-ID PIC 9(10).
               10 REMIT-OUT-MODE PIC A(1).
               10 REMIT-OUT-INSURED PIC 9(10)V9(2).
               10 REMIT-OUT-PREMIUM PIC 9(10)V9(2).
               10 REMIT-OUT-RATE PIC 9(2)V9(4).
               10 REMIT-OUT-START-DATE PIC 9(8).
               10 FILLER PIC X(21).
           05 REMIT-OUT-TRL REDEFINES REMIT-OUT-DATA.
               10 REMIT-OUT-TRL-COUNT PIC 9(7).
               10 REMIT-OUT-TRL-TOTAL PIC 9(12)V9(2).
               10 FILLER PIC X(59).

       FD RECON-OUT.
       01 RECON-OUT-FILE.
      *    Divergencia: 'N' confirmado sem apolice no registro, 'S'
      *    confirmado sem ter sido remetido, 'V' premio diferente,
      *    'R' recusado pela seguradora, 'P' remetido em remessa
      *    anterior e ainda sem confirmacao
           05 RECON-OUT-TYPE PIC A(1).
               88 RECON-OUT-NOT-FOUND VALUE 'N'.
               88 RECON-OUT-NOT-SENT VALUE 'S'.
               88 RECON-OUT-VALUE-DIFF VALUE 'V'.
               88 RECON-OUT-REFUSED VALUE 'R'.
               88 RECON-OUT-PENDING VALUE 'P'.
           05 RECON-OUT-DATE PIC 9(8).
           05 RECON-OUT-LOAN-ID PIC 9(10).
           05 RECON-OUT-PREMIUM PIC 9(10)V9(2).
           05 RECON-OUT-CONFIRMED PIC 9(10)V9(2).
           05 RECON-OUT-REMIT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-INSURANCE-REMIT'.
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
       01 FS PIC X(2).
       01 FS-INSURE PIC X(2).
       01 FS-CONFIRM PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-REMIT PIC X(2).
       01 FS-RECON PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM PIC 9(6).
           05 WS-TODAY-DD PIC 9(2).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
      *    Conta interna de premios a repassar a seguradora
       01 WS-PREMIUM-ACCOUNT PIC 9(10) VALUE 9999999907.
       01 WS-REMIT-COUNT PIC 9(7) VALUE 0.
       01 WS-REMIT-TOTAL PIC 9(12)V9(2) VALUE 0.
       01 WS-RECON-COUNT PIC 9(7) VALUE 0.

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
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 610000.
           OPEN I-O INSURE-RW.
           IF FS-INSURE = '35' THEN
               CLOSE INSURE-RW
               OPEN OUTPUT INSURE-RW
               CLOSE INSURE-RW
               OPEN I-O INSURE-RW
           END-IF.
           OPEN I-O STATEMENT-OUT.
           OPEN OUTPUT REMIT-OUT.
           OPEN OUTPUT RECON-OUT.
           IF FS-INSURE NOT = '00' OR FS NOT = '00'
                   OR FS-REMIT NOT = '00' OR FS-RECON NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA REMESSA DE SEGURO: '
                   FS-INSURE FS FS-REMIT FS-RECON
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           OPEN I-O LEDGER-OUT
           IF FS-LEDGER = '35' THEN
               CLOSE LEDGER-OUT
               OPEN OUTPUT LEDGER-OUT
           END-IF
           PERFORM CONCILIA-CONFIRMACAO
           MOVE SPACES TO REMIT-OUT-FILE
           SET REMIT-OUT-HEADER TO TRUE
           MOVE WS-TODAY TO REMIT-OUT-HDR-DATE
           MOVE WS-TODAY-YYYYMM TO REMIT-OUT-HDR-MONTH
           WRITE REMIT-OUT-FILE
           END-WRITE
           MOVE 0 TO INS-RW-LOAN-ID
           START INSURE-RW
               KEY IS NOT LESS THAN INS-RW-LOAN-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ INSURE-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     IF INS-RW-REMIT-DATE = 0 THEN
                         PERFORM REMETE-PREMIO
                     ELSE
                     IF INS-RW-CONFIRM-STATUS = SPACE THEN
                         MOVE SPACES TO RECON-OUT-FILE
                         SET RECON-OUT-PENDING TO TRUE
                         MOVE 0 TO RECON-OUT-CONFIRMED
                         PERFORM GRAVA-DIVERGENCIA
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REMIT-OUT-FILE
           SET REMIT-OUT-TRAILER TO TRUE
           MOVE WS-REMIT-COUNT TO REMIT-OUT-TRL-COUNT
           MOVE WS-REMIT-TOTAL TO REMIT-OUT-TRL-TOTAL
           WRITE REMIT-OUT-FILE
           END-WRITE
           IF WS-REMIT-TOTAL > 0 THEN
               PERFORM LANCA-REPASSE
           END-IF
           DISPLAY 'REMESSA DE SEGURO: ' WS-REMIT-COUNT
               ' PREMIOS, TOTAL ' WS-REMIT-TOTAL ', '
               WS-RECON-COUNT ' DIVERGENCIAS'
           CLOSE LEDGER-OUT
           CLOSE RECON-OUT
           CLOSE REMIT-OUT
           CLOSE STATEMENT-OUT
           CLOSE INSURE-RW
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Confirmacao da seguradora contra o registro: aceite com o
      *    premio remetido confirma a apolice; o resto e divergencia.
      *    Sem arquivo de confirmacao so as pendencias saem.
       CONCILIA-CONFIRMACAO.
           OPEN INPUT CONFIRM-IN.
           IF FS-CONFIRM = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONFIRM-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         PERFORM CONFERE-APOLICE
                   END-READ
               END-PERFORM
               CLOSE CONFIRM-IN
           END-IF.

       CONFERE-APOLICE.
           MOVE SPACES TO RECON-OUT-FILE.
           MOVE CONFIRM-IN-LOAN-ID TO INS-RW-LOAN-ID.
           READ INSURE-RW
               INVALID KEY
                 SET RECON-OUT-NOT-FOUND TO TRUE
                 MOVE CONFIRM-IN-LOAN-ID TO INS-RW-LOAN-ID
                 MOVE 0 TO INS-RW-PREMIUM
                 MOVE 0 TO INS-RW-REMIT-DATE
           END-READ.
           IF NOT RECON-OUT-NOT-FOUND THEN
               IF INS-RW-REMIT-DATE = 0 THEN
                   SET RECON-OUT-NOT-SENT TO TRUE
               ELSE
               IF CONFIRM-IN-REFUSED THEN
                   SET RECON-OUT-REFUSED TO TRUE
                   SET INS-RW-REFUSED TO TRUE
                   REWRITE INSURE-RW-RECORD
                   END-REWRITE
               ELSE
               IF CONFIRM-IN-PREMIUM NOT = INS-RW-PREMIUM THEN
                   SET RECON-OUT-VALUE-DIFF TO TRUE
               ELSE
                   SET INS-RW-CONFIRMED TO TRUE
                   REWRITE INSURE-RW-RECORD
                   END-REWRITE
               END-IF
               END-IF
               END-IF
           END-IF.
           IF RECON-OUT-TYPE NOT = SPACE THEN
               MOVE CONFIRM-IN-PREMIUM TO RECON-OUT-CONFIRMED
               PERFORM GRAVA-DIVERGENCIA
           END-IF.

       GRAVA-DIVERGENCIA.
           MOVE WS-TODAY TO RECON-OUT-DATE.
           MOVE INS-RW-LOAN-ID TO RECON-OUT-LOAN-ID.
           MOVE INS-RW-PREMIUM TO RECON-OUT-PREMIUM.
           MOVE INS-RW-REMIT-DATE TO RECON-OUT-REMIT-DATE.
           WRITE RECON-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RECON-COUNT.
           ADD 1 TO WS-RUN-LOG-REJECTED.

      *    Apolice ainda nao remetida: linha de detalhe e data da
      *    remessa no registro, aguardando a confirmacao
       REMETE-PREMIO.
           MOVE SPACES TO REMIT-OUT-FILE.
           SET REMIT-OUT-DETAIL TO TRUE.
           MOVE INS-RW-LOAN-ID TO REMIT-OUT-LOAN-ID.
           MOVE INS-RW-PEOPLE-ID TO REMIT-OUT-PEOPLE-ID.
           MOVE INS-RW-MODE TO REMIT-OUT-MODE.
           MOVE INS-RW-INSURED TO REMIT-OUT-INSURED.
           MOVE INS-RW-PREMIUM TO REMIT-OUT-PREMIUM.
           MOVE INS-RW-RATE TO REMIT-OUT-RATE.
           MOVE INS-RW-START-DATE TO REMIT-OUT-START-DATE.
           WRITE REMIT-OUT-FILE
           END-WRITE.
           MOVE WS-TODAY TO INS-RW-REMIT-DATE.
           MOVE SPACE TO INS-RW-CONFIRM-STATUS.
           REWRITE INSURE-RW-RECORD
           END-REWRITE.
           ADD 1 TO WS-REMIT-COUNT.
           ADD INS-RW-PREMIUM TO WS-REMIT-TOTAL.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

      *    Repasse do mes: baixa da conta interna de premios
       LANCA-REPASSE.
           MOVE WS-PREMIUM-ACCOUNT TO ACCOUNT-OUT-ID.
           READ STATEMENT-OUT
               INVALID KEY
                 MOVE 0 TO ACCOUNT-OUT-VALUE
                 MOVE 0 TO ACCOUNT-OUT-PEOPLE-ID
                 MOVE 9999999999.99 TO ACCOUNT-OUT-DAILY-LIMIT
                 MOVE 0 TO ACCOUNT-OUT-DAILY-TOTAL
                 MOVE 0 TO ACCOUNT-OUT-DAILY-DATE
                 MOVE 0 TO ACCOUNT-OUT-OVERDRAFT-LIMIT
                 SET ACCOUNT-OUT-OPEN TO TRUE
                 SET ACCOUNT-OUT-CHECKING TO TRUE
                 MOVE SPACE TO ACCOUNT-OUT-FREEZE-REASON
                 MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                 MOVE 0 TO ACCOUNT-OUT-BRANCH
                 MOVE 'BRL' TO ACCOUNT-OUT-CURRENCY
                 SUBTRACT WS-REMIT-TOTAL FROM ACCOUNT-OUT-VALUE
                 WRITE ACCOUNT-OUT-MOVEMENT
                 END-WRITE
               NOT INVALID KEY
                 SUBTRACT WS-REMIT-TOTAL FROM ACCOUNT-OUT-VALUE
                 REWRITE ACCOUNT-OUT-MOVEMENT
                 END-REWRITE
           END-READ.
           MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID.
           MOVE 'SGR' TO LEDGER-OUT-OPERATION.
           SET LEDGER-OUT-DEBIT TO TRUE.
           MOVE WS-REMIT-TOTAL TO LEDGER-OUT-VALUE.
           MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE.
           MOVE 'BRL' TO LEDGER-OUT-CURRENCY.
           MOVE SPACES TO LEDGER-OUT-OBSERVATION.
           STRING 'REPASSE SEGURO PRESTAMISTA ' WS-TODAY-YYYYMM
               DELIMITED BY SIZE
               INTO LEDGER-OUT-OBSERVATION
           END-STRING.
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
