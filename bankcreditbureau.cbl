      ******************************************************************
      * Author:
      * Date:
      * Purpose:Negativacao diaria nos cadastros de protecao ao
      *         credito: contrato de storage/loan.data com parcela de
      *         storage/loanschedule.data vencida ha mais dias que a
      *         politica (storage/bureauparam.data), ou baixado para
      *         prejuizo com saldo, recebe primeiro o aviso previo
      *         obrigatorio em output/bureaunotice.data; vencido o
      *         prazo do aviso e ainda em atraso, sai o registro de
      *         inclusao em output/creditbureau.data.  Divida
      *         regularizada, paga ou liquidada gera o registro de
      *         exclusao.  O cadastro storage/creditbureau.data guarda
      *         quem esta incluido e desde quando, para nunca incluir
      *         duas vezes nem deixar incluido quem pagou.  Devedor
      *         com endereco nao entregavel (correspondencia devolvida
      *         pelo correio) tem o aviso retido em
      *         output/heldbureaunotice.data e, sem aviso enviado, nao
      *         corre prazo nem ha inclusao ate o endereco ser
      *         atualizado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-CREDIT-BUREAU.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LOAN-OUT ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS LOAN-OUT-ID
              FILE STATUS IS FS-LOAN.
              SELECT LOAN-SCHEDULE-OUT
                  ASSIGN TO 'storage/loanschedule.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SCHED-OUT-KEY
              FILE STATUS IS FS-SCHED.
              SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-RW-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT BUREAU-RW ASSIGN TO 'storage/creditbureau.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS BUREAU-RW-LOAN-ID
              FILE STATUS IS FS-BUREAU.
              SELECT BUREAU-PARAM
                  ASSIGN TO 'storage/bureauparam.data'
              FILE STATUS IS FS-BPARAM.
              SELECT NOTICE-OUT ASSIGN TO 'output/bureaunotice.data'
              FILE STATUS IS FS-NOTICE.
              SELECT HELD-OUT
                  ASSIGN TO 'output/heldbureaunotice.data'
              FILE STATUS IS FS-HELD.
              SELECT BUREAU-OUT ASSIGN TO 'output/creditbureau.data'
              FILE STATUS IS FS-BUREAU-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-OUT.
       01 LOAN-OUT-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-OUT==.

       FD LOAN-SCHEDULE-OUT.
       01 LOAN-SCHEDULE-RECORD.
           COPY SCHEDREC REPLACING ==:PFX:== BY ==SCHED-OUT==.

       FD PEOPLE-RW.
       01 PEOPLE-RW-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

       FD BUREAU-RW.
       01 BUREAU-RW-FILE.
           COPY BUREAUREC REPLACING ==:PFX:== BY ==BUREAU-RW==.

       FD BUREAU-PARAM.
       01 BUREAU-PARAM-FILE.
           05 BUREAU-PARAM-MIN-DAYS PIC 9(5).
           05 BUREAU-PARAM-NOTICE-DAYS PIC 9(3).

       FD NOTICE-OUT.
       01 NOTICE-OUT-FILE.
           05 NOTICE-OUT-DATE PIC 9(8).
      *    Data a partir da qual o nome pode ser incluido
           05 NOTICE-OUT-INCLUDE-DATE PIC 9(8).
           05 NOTICE-OUT-LOAN-ID PIC 9(10).
           05 NOTICE-OUT-PEOPLE-ID PIC 9(10).
           05 NOTICE-OUT-CPF PIC A(11).
           05 NOTICE-OUT-NAME PIC A(255).
           05 NOTICE-OUT-STREET PIC A(255).
           05 NOTICE-OUT-NUMBER PIC 9(10).
           05 NOTICE-OUT-NEIGHBORHOOD PIC A(255).
           05 NOTICE-OUT-CITY PIC A(255).
           05 NOTICE-OUT-CEP PIC 9(10).
           05 NOTICE-OUT-AMOUNT PIC 9(10)V9(2).
           05 NOTICE-OUT-DEBT-DATE PIC 9(8).

      *    Avisos retidos, no mesmo layout de
      *    output/bureaunotice.data
       FD HELD-OUT.
       01 HELD-OUT-FILE PIC X(1107).

       FD BUREAU-OUT.
       01 BUREAU-OUT-FILE.
           05 BUREAU-OUT-TYPE PIC A(1).
               88 BUREAU-OUT-INCLUDE VALUE 'I'.
               88 BUREAU-OUT-EXCLUDE VALUE 'E'.
           05 BUREAU-OUT-DATE PIC 9(8).
           05 BUREAU-OUT-CPF PIC A(11).
           05 BUREAU-OUT-NAME PIC A(255).
           05 BUREAU-OUT-CONTRACT PIC 9(10).
           05 BUREAU-OUT-AMOUNT PIC 9(10)V9(2).
           05 BUREAU-OUT-DEBT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-CREDIT-BUREAU'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 WS-SCAN-DONE PIC A(1).
       01 FS-LOAN PIC X(2).
       01 FS-SCHED PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-BUREAU PIC X(2).
       01 FS-BPARAM PIC X(2).
       01 FS-NOTICE PIC X(2).
       01 FS-BUREAU-OUT PIC X(2).
       01 FS-HELD PIC X(2).
       01 WS-NOTICE-HELD PIC A(1).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
       01 WS-DUE-INT PIC 9(9).
       01 WS-DAYS-LATE PIC S9(5).
       01 WS-MAX-LATE PIC 9(5).
       01 WS-PASTDUE PIC 9(10)V9(2).
       01 WS-DEBT-DATE PIC 9(8).
       01 WS-DELINQUENT PIC A(1).
       01 WS-REGISTERED PIC A(1).
      *    Atraso minimo da politica e prazo do aviso previo, em dias
       01 WS-MIN-DAYS PIC 9(5) VALUE 60.
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 10.
       01 WS-COUNT-NOTICES PIC 9(7) VALUE 0.
       01 WS-COUNT-INCLUDED PIC 9(7) VALUE 0.
       01 WS-COUNT-EXCLUDED PIC 9(7) VALUE 0.
       01 WS-COUNT-HELD PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT BUREAU-PARAM.
           IF FS-BPARAM = '00' THEN
               READ BUREAU-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF BUREAU-PARAM-MIN-DAYS > 0 THEN
                         MOVE BUREAU-PARAM-MIN-DAYS TO WS-MIN-DAYS
                     END-IF
                     MOVE BUREAU-PARAM-NOTICE-DAYS TO WS-NOTICE-DAYS
               END-READ
               CLOSE BUREAU-PARAM
           END-IF.
           OPEN INPUT LOAN-OUT.
           OPEN INPUT LOAN-SCHEDULE-OUT.
           OPEN INPUT PEOPLE-RW.
           OPEN OUTPUT NOTICE-OUT.
           OPEN OUTPUT BUREAU-OUT.
           OPEN OUTPUT HELD-OUT.
           IF FS-LOAN NOT = '00' OR FS-SCHED NOT = '00'
                   OR FS-PEOPLE NOT = '00' OR FS-NOTICE NOT = '00'
                   OR FS-BUREAU-OUT NOT = '00' OR FS-HELD NOT = '00'
                   THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA NEGATIVACAO: '
                   FS-LOAN FS-SCHED FS-PEOPLE FS-NOTICE FS-BUREAU-OUT
                   FS-HELD
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           OPEN I-O BUREAU-RW
           IF FS-BUREAU = '35' THEN
               CLOSE BUREAU-RW
               OPEN OUTPUT BUREAU-RW
               CLOSE BUREAU-RW
               OPEN I-O BUREAU-RW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-OUT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     PERFORM AVALIA-CONTRATO
               END-READ
           END-PERFORM
           DISPLAY 'NEGATIVACAO: ' WS-COUNT-NOTICES ' AVISOS, '
               WS-COUNT-INCLUDED ' INCLUSOES, '
               WS-COUNT-EXCLUDED ' EXCLUSOES, '
               WS-COUNT-HELD ' AVISOS RETIDOS'
           CLOSE HELD-OUT
           CLOSE BUREAU-RW
           CLOSE BUREAU-OUT
           CLOSE NOTICE-OUT
           CLOSE PEOPLE-RW
           CLOSE LOAN-SCHEDULE-OUT
           CLOSE LOAN-OUT
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Situacao do contrato contra o cadastro: aviso, inclusao
      *    depois do prazo, exclusao quando regularizado
       AVALIA-CONTRATO.
           MOVE 'N' TO WS-DELINQUENT.
           MOVE 0 TO WS-MAX-LATE.
           MOVE 0 TO WS-PASTDUE.
           MOVE 0 TO WS-DEBT-DATE.
           IF LOAN-OUT-OPEN THEN
               PERFORM APURA-ATRASO
               IF WS-MAX-LATE > WS-MIN-DAYS THEN
                   MOVE 'Y' TO WS-DELINQUENT
               END-IF
           END-IF.
      *    Baixado para prejuizo: as parcelas foram canceladas, a
      *    divida e o saldo que ficou no contrato
           IF LOAN-OUT-CHARGED-OFF AND LOAN-OUT-BALANCE > 0 THEN
               MOVE 'Y' TO WS-DELINQUENT
               MOVE LOAN-OUT-BALANCE TO WS-PASTDUE
               MOVE LOAN-OUT-CHARGEOFF-DATE TO WS-DEBT-DATE
           END-IF.
           MOVE LOAN-OUT-ID TO BUREAU-RW-LOAN-ID.
           READ BUREAU-RW
               INVALID KEY MOVE 'N' TO WS-REGISTERED
               NOT INVALID KEY MOVE 'Y' TO WS-REGISTERED
           END-READ.
           IF WS-REGISTERED = 'N' THEN
               IF WS-DELINQUENT = 'Y' THEN
                   PERFORM ENVIA-AVISO
                   IF WS-NOTICE-HELD = 'N' THEN
                       WRITE BUREAU-RW-FILE
                       END-WRITE
                   END-IF
               END-IF
           ELSE
           IF BUREAU-RW-NOTIFIED THEN
               IF WS-DELINQUENT = 'N' THEN
                   SET BUREAU-RW-CANCELLED TO TRUE
                   REWRITE BUREAU-RW-FILE
                   END-REWRITE
               ELSE
                   IF WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(
                           BUREAU-RW-NOTICE-DATE) NOT <
                           WS-NOTICE-DAYS THEN
                       PERFORM INCLUI-DEVEDOR
                       REWRITE BUREAU-RW-FILE
                       END-REWRITE
                   END-IF
               END-IF
           ELSE
           IF BUREAU-RW-LISTED THEN
               IF WS-DELINQUENT = 'N' THEN
                   PERFORM EXCLUI-DEVEDOR
                   REWRITE BUREAU-RW-FILE
                   END-REWRITE
               END-IF
           ELSE
      *        Cancelado ou excluido que volta a atrasar: novo aviso
               IF WS-DELINQUENT = 'Y' THEN
                   PERFORM ENVIA-AVISO
                   IF WS-NOTICE-HELD = 'N' THEN
                       REWRITE BUREAU-RW-FILE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *    Maior atraso, valor vencido e vencimento mais antigo das
      *    parcelas em aberto
       APURA-ATRASO.
           MOVE LOAN-OUT-ID TO SCHED-OUT-LOAN-ID.
           MOVE 0 TO SCHED-OUT-INSTALLMENT-NO.
           START LOAN-SCHEDULE-OUT
               KEY IS NOT LESS THAN SCHED-OUT-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ LOAN-SCHEDULE-OUT NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     IF SCHED-OUT-LOAN-ID NOT = LOAN-OUT-ID THEN
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                     IF (SCHED-OUT-PENDING OR SCHED-OUT-OVERDUE)
                             AND SCHED-OUT-DATE > 0
                             AND SCHED-OUT-DATE < WS-TODAY THEN
                         COMPUTE WS-DUE-INT =
                             FUNCTION INTEGER-OF-DATE(SCHED-OUT-DATE)
                         COMPUTE WS-DAYS-LATE =
                             WS-TODAY-INT - WS-DUE-INT
                         IF WS-DAYS-LATE > WS-MAX-LATE THEN
                             MOVE WS-DAYS-LATE TO WS-MAX-LATE
                         END-IF
                         IF WS-DEBT-DATE = 0 OR
                                 SCHED-OUT-DATE < WS-DEBT-DATE THEN
                             MOVE SCHED-OUT-DATE TO WS-DEBT-DATE
                         END-IF
                         ADD SCHED-OUT-VALUE TO WS-PASTDUE
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.

      *    Aviso previo ao devedor com a data a partir da qual o nome
      *    pode ser incluido; o registro fica aguardando o prazo
       ENVIA-AVISO.
           MOVE LOAN-OUT-PEOPLE-ID TO PEOPLE-RW-ID.
           READ PEOPLE-RW
               INVALID KEY
                 MOVE SPACES TO PEOPLE-RW-FILE
                 MOVE 0 TO PEOPLE-RW-NUMBER
                 MOVE 0 TO PEOPLE-RW-CEP
                 ADD 1 TO WS-RUN-LOG-REJECTED
                 DISPLAY 'TOMADOR NAO CADASTRADO: ' LOAN-OUT-PEOPLE-ID
           END-READ.
           MOVE LOAN-OUT-ID TO BUREAU-RW-LOAN-ID.
           MOVE LOAN-OUT-PEOPLE-ID TO BUREAU-RW-PEOPLE-ID.
           MOVE PEOPLE-RW-CPF TO BUREAU-RW-CPF.
           SET BUREAU-RW-NOTIFIED TO TRUE.
           MOVE WS-TODAY TO BUREAU-RW-NOTICE-DATE.
           MOVE 0 TO BUREAU-RW-INCLUDE-DATE.
           MOVE 0 TO BUREAU-RW-EXCLUDE-DATE.
           MOVE WS-PASTDUE TO BUREAU-RW-AMOUNT.
           MOVE WS-DEBT-DATE TO BUREAU-RW-DEBT-DATE.
           MOVE WS-TODAY TO NOTICE-OUT-DATE.
           COMPUTE NOTICE-OUT-INCLUDE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-NOTICE-DAYS).
           MOVE LOAN-OUT-ID TO NOTICE-OUT-LOAN-ID.
           MOVE LOAN-OUT-PEOPLE-ID TO NOTICE-OUT-PEOPLE-ID.
           MOVE PEOPLE-RW-CPF TO NOTICE-OUT-CPF.
           MOVE PEOPLE-RW-NAME TO NOTICE-OUT-NAME.
           MOVE PEOPLE-RW-STREET TO NOTICE-OUT-STREET.
           MOVE PEOPLE-RW-NUMBER TO NOTICE-OUT-NUMBER.
           MOVE PEOPLE-RW-NEIGHBORHOOD TO NOTICE-OUT-NEIGHBORHOOD.
           MOVE PEOPLE-RW-CITY TO NOTICE-OUT-CITY.
           MOVE PEOPLE-RW-CEP TO NOTICE-OUT-CEP.
           MOVE WS-PASTDUE TO NOTICE-OUT-AMOUNT.
           MOVE WS-DEBT-DATE TO NOTICE-OUT-DEBT-DATE.
           IF PEOPLE-RW-UNDELIVERABLE THEN
               MOVE 'Y' TO WS-NOTICE-HELD
               WRITE HELD-OUT-FILE FROM NOTICE-OUT-FILE
               END-WRITE
               ADD 1 TO WS-COUNT-HELD
               DISPLAY 'AVISO RETIDO, ENDERECO NAO ENTREGAVEL: '
                   LOAN-OUT-ID
           ELSE
               MOVE 'N' TO WS-NOTICE-HELD
               WRITE NOTICE-OUT-FILE
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
               ADD 1 TO WS-COUNT-NOTICES
           END-IF.

      *    Inclusao com a divida atual do contrato
       INCLUI-DEVEDOR.
           MOVE WS-PASTDUE TO BUREAU-RW-AMOUNT.
           MOVE WS-DEBT-DATE TO BUREAU-RW-DEBT-DATE.
           SET BUREAU-RW-LISTED TO TRUE.
           MOVE WS-TODAY TO BUREAU-RW-INCLUDE-DATE.
           SET BUREAU-OUT-INCLUDE TO TRUE.
           PERFORM GRAVA-MOVIMENTO-BIRO.
           ADD 1 TO WS-COUNT-INCLUDED.

      *    Exclusao com a mesma divida informada na inclusao
       EXCLUI-DEVEDOR.
           SET BUREAU-RW-EXCLUDED TO TRUE.
           MOVE WS-TODAY TO BUREAU-RW-EXCLUDE-DATE.
           SET BUREAU-OUT-EXCLUDE TO TRUE.
           PERFORM GRAVA-MOVIMENTO-BIRO.
           ADD 1 TO WS-COUNT-EXCLUDED.

       GRAVA-MOVIMENTO-BIRO.
           MOVE LOAN-OUT-PEOPLE-ID TO PEOPLE-RW-ID.
           READ PEOPLE-RW
               INVALID KEY MOVE SPACES TO PEOPLE-RW-NAME
           END-READ.
           MOVE WS-TODAY TO BUREAU-OUT-DATE.
           MOVE BUREAU-RW-CPF TO BUREAU-OUT-CPF.
           MOVE PEOPLE-RW-NAME TO BUREAU-OUT-NAME.
           MOVE BUREAU-RW-LOAN-ID TO BUREAU-OUT-CONTRACT.
           MOVE BUREAU-RW-AMOUNT TO BUREAU-OUT-AMOUNT.
           MOVE BUREAU-RW-DEBT-DATE TO BUREAU-OUT-DEBT-DATE.
           WRITE BUREAU-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
