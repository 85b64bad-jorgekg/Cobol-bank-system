      ******************************************************************
      * Author:
      * Date:
      * Purpose:Extracao mensal para o Sistema de Informacoes de
      *         Credito (SCR) do banco central: junta storage/loan.data,
      *         storage/loanschedule.data, storage/people.data e
      *         storage/collateral.data e grava output/scr.data no
      *         leiaute de remessa, com cabecalho 'H', um registro de
      *         cliente 'C' por CPF, as operacoes 'O' do cliente
      *         (valor contratado, saldo devedor, valores a vencer e
      *         vencidos por faixa, dias de atraso, classificacao de
      *         risco e prejuizo) com as garantias 'G' de cada uma, e
      *         rodape 'T' com os totais de controle.  Cada registro
      *         leva o numero de sequencia na remessa; a listagem
      *         output/scraudit.data repete sequencia, CPF e contrato
      *         de cada operacao enviada, e as retidas com o motivo,
      *         para conferir com o arquivo de retorno do regulador
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-SCR-EXTRACT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LOAN-OUT ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
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
              SELECT COLLATERAL-RW
                  ASSIGN TO 'storage/collateral.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS COLL-RW-KEY
              FILE STATUS IS FS-COLL.
              SELECT SCR-OUT ASSIGN TO 'output/scr.data'
              FILE STATUS IS FS-SCR.
              SELECT AUDIT-OUT ASSIGN TO 'output/scraudit.data'
              FILE STATUS IS FS-AUDIT.

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

       FD COLLATERAL-RW.
       01 COLLATERAL-RW-FILE.
           COPY COLLREC REPLACING ==:PFX:== BY ==COLL-RW==.

       FD SCR-OUT.
       01 SCR-OUT-RECORD.
           05 SCR-OUT-TYPE PIC A(1).
               88 SCR-OUT-HEADER VALUE 'H'.
               88 SCR-OUT-CLIENT VALUE 'C'.
               88 SCR-OUT-OPERATION VALUE 'O'.
               88 SCR-OUT-GUARANTEE VALUE 'G'.
               88 SCR-OUT-TRAILER VALUE 'T'.
           05 SCR-OUT-SEQ PIC 9(7).
           05 SCR-OUT-DATA PIC X(230).
           05 SCR-OUT-HDR REDEFINES SCR-OUT-DATA.
               10 SCR-OUT-HDR-DOCUMENT PIC X(4).
      *        Data-base da remessa (AAAAMM) e data de geracao
               10 SCR-OUT-HDR-BASE PIC 9(6).
               10 SCR-OUT-HDR-DATE PIC 9(8).
               10 FILLER PIC X(212).
           05 SCR-OUT-CLI REDEFINES SCR-OUT-DATA.
               10 SCR-OUT-CLI-CPF PIC X(11).
               10 SCR-OUT-CLI-NAME PIC A(100).
               10 SCR-OUT-CLI-OP-COUNT PIC 9(3).
               10 SCR-OUT-CLI-BALANCE PIC 9(13)V9(2).
               10 FILLER PIC X(101).
           05 SCR-OUT-OPR REDEFINES SCR-OUT-DATA.
               10 SCR-OUT-OPR-CPF PIC X(11).
               10 SCR-OUT-OPR-CONTRACT PIC 9(10).
               10 SCR-OUT-OPR-MODALITY PIC X(4).
               10 SCR-OUT-OPR-ORIG-DATE PIC 9(8).
               10 SCR-OUT-OPR-FINAL-DATE PIC 9(8).
               10 SCR-OUT-OPR-RATING PIC X(2).
               10 SCR-OUT-OPR-CONTRACTED PIC 9(10)V9(2).
               10 SCR-OUT-OPR-BALANCE PIC 9(10)V9(2).
               10 SCR-OUT-OPR-DAYS-LATE PIC 9(5).
      *        A vencer: ate 30, 31 a 90, 91 a 360 e acima de 360 dias
               10 SCR-OUT-OPR-DUE-30 PIC 9(10)V9(2).
               10 SCR-OUT-OPR-DUE-90 PIC 9(10)V9(2).
               10 SCR-OUT-OPR-DUE-360 PIC 9(10)V9(2).
               10 SCR-OUT-OPR-DUE-OVER PIC 9(10)V9(2).
      *        Vencido: ate 30, 31 a 90, 91 a 180 e acima de 180 dias
               10 SCR-OUT-OPR-LATE-30 PIC 9(10)V9(2).
               10 SCR-OUT-OPR-LATE-90 PIC 9(10)V9(2).
               10 SCR-OUT-OPR-LATE-180 PIC 9(10)V9(2).
               10 SCR-OUT-OPR-LATE-OVER PIC 9(10)V9(2).
               10 SCR-OUT-OPR-WRITEOFF PIC 9(10)V9(2).
               10 SCR-OUT-OPR-GUARANTEE PIC 9(12)V9(2).
               10 FILLER PIC X(36).
           05 SCR-OUT-GAR REDEFINES SCR-OUT-DATA.
               10 SCR-OUT-GAR-CPF PIC X(11).
               10 SCR-OUT-GAR-CONTRACT PIC 9(10).
               10 SCR-OUT-GAR-TYPE PIC A(1).
               10 SCR-OUT-GAR-GUARANTOR-CPF PIC X(11).
               10 SCR-OUT-GAR-VALUE PIC 9(10)V9(2).
               10 FILLER PIC X(185).
           05 SCR-OUT-TRL REDEFINES SCR-OUT-DATA.
               10 SCR-OUT-TRL-CLIENTS PIC 9(7).
               10 SCR-OUT-TRL-OPERATIONS PIC 9(7).
               10 SCR-OUT-TRL-GUARANTEES PIC 9(7).
               10 SCR-OUT-TRL-RECORDS PIC 9(9).
               10 SCR-OUT-TRL-CONTRACTED PIC 9(15)V9(2).
               10 SCR-OUT-TRL-BALANCE PIC 9(15)V9(2).
               10 FILLER PIC X(166).

       FD AUDIT-OUT.
       01 AUDIT-OUT-RECORD.
      *    Sequencia do registro 'O' na remessa; zero quando retido
           05 AUDIT-OUT-SEQ PIC 9(7).
           05 AUDIT-OUT-STATUS PIC A(1).
               88 AUDIT-OUT-SENT VALUE 'E'.
               88 AUDIT-OUT-HELD VALUE 'R'.
           05 AUDIT-OUT-CPF PIC X(11).
           05 AUDIT-OUT-PEOPLE-ID PIC 9(10).
           05 AUDIT-OUT-LOAN-ID PIC 9(10).
           05 AUDIT-OUT-BALANCE PIC 9(10)V9(2).
           05 AUDIT-OUT-REASON PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-SCR-EXTRACT'.
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
       01 FS-COLL PIC X(2).
       01 FS-SCR PIC X(2).
       01 FS-AUDIT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
       01 WS-DUE-INT PIC 9(9).
       01 WS-DAYS PIC S9(5).
       01 WS-MAX-LATE PIC 9(5).
      *    Modalidade SCR de todos os contratos da carteira: emprestimo
      *    pessoal sem consignacao
       01 WS-SCR-MODALITY PIC X(4) VALUE '0202'.
       01 WS-SCR-DOCUMENT PIC X(4) VALUE '3040'.
       01 WS-SCR-SEQ PIC 9(7) VALUE 0.
       01 WS-HELD-REASON PIC X(40).
       01 WS-CPF-CHECK PIC X(11).
       01 WS-COUNT-CLIENTS PIC 9(7) VALUE 0.
       01 WS-COUNT-OPERATIONS PIC 9(7) VALUE 0.
       01 WS-COUNT-GUARANTEES PIC 9(7) VALUE 0.
       01 WS-TOTAL-CONTRACTED PIC 9(15)V9(2) VALUE 0.
       01 WS-TOTAL-BALANCE PIC 9(15)V9(2) VALUE 0.
       01 WS-GUARANTEE-VALUE PIC 9(12)V9(2).
      *    Contratos reportaveis agrupados por CPF na primeira passada
       01 WS-CLI-MAX PIC 9(5) COMP VALUE 5000.
       01 WS-CLI-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-CLI-IDX PIC 9(5) COMP.
       01 WS-CLI-FOUND PIC 9(5) COMP.
       01 WS-CLI-TABLE.
           05 WS-CLI-ENTRY OCCURS 5000 TIMES.
               10 WS-CLI-CPF PIC X(11).
               10 WS-CLI-NAME PIC A(100).
               10 WS-CLI-OP-COUNT PIC 9(3).
               10 WS-CLI-BALANCE PIC 9(13)V9(2).
       01 WS-OPR-MAX PIC 9(5) COMP VALUE 20000.
       01 WS-OPR-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-OPR-IDX PIC 9(5) COMP.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 20000 TIMES.
               10 WS-OPR-LOAN-ID PIC 9(10).
               10 WS-OPR-CLIENT PIC 9(5) COMP.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT LOAN-OUT.
           OPEN INPUT LOAN-SCHEDULE-OUT.
           OPEN INPUT PEOPLE-RW.
           OPEN INPUT COLLATERAL-RW.
           OPEN OUTPUT SCR-OUT.
           OPEN OUTPUT AUDIT-OUT.
           IF FS-LOAN NOT = '00' OR FS-SCHED NOT = '00'
                   OR FS-PEOPLE NOT = '00' OR FS-SCR NOT = '00'
                   OR FS-AUDIT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO SCR: '
                   FS-LOAN FS-SCHED FS-PEOPLE FS-SCR FS-AUDIT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM CARREGA-OPERACOES
           MOVE SPACES TO SCR-OUT-RECORD
           SET SCR-OUT-HEADER TO TRUE
           MOVE WS-SCR-DOCUMENT TO SCR-OUT-HDR-DOCUMENT
           COMPUTE SCR-OUT-HDR-BASE = WS-TODAY / 100
           MOVE WS-TODAY TO SCR-OUT-HDR-DATE
           PERFORM GRAVA-REMESSA
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
               PERFORM GRAVA-CLIENTE
           END-PERFORM
           MOVE SPACES TO SCR-OUT-RECORD
           SET SCR-OUT-TRAILER TO TRUE
           MOVE WS-COUNT-CLIENTS TO SCR-OUT-TRL-CLIENTS
           MOVE WS-COUNT-OPERATIONS TO SCR-OUT-TRL-OPERATIONS
           MOVE WS-COUNT-GUARANTEES TO SCR-OUT-TRL-GUARANTEES
           COMPUTE SCR-OUT-TRL-RECORDS = WS-SCR-SEQ + 1
           MOVE WS-TOTAL-CONTRACTED TO SCR-OUT-TRL-CONTRACTED
           MOVE WS-TOTAL-BALANCE TO SCR-OUT-TRL-BALANCE
           PERFORM GRAVA-REMESSA
           DISPLAY 'SCR: ' WS-COUNT-CLIENTS ' CLIENTES, '
               WS-COUNT-OPERATIONS ' OPERACOES, '
               WS-RUN-LOG-REJECTED ' RETIDAS'
           END-IF.
           CLOSE AUDIT-OUT.
           CLOSE SCR-OUT.
           IF FS-COLL = '00' THEN
               CLOSE COLLATERAL-RW
           END-IF.
           CLOSE PEOPLE-RW.
           CLOSE LOAN-SCHEDULE-OUT.
           CLOSE LOAN-OUT.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Primeira passada: contratos abertos ou baixados para
      *    prejuizo, agrupados pelo CPF do tomador; tomador sem
      *    cadastro ou com CPF invalido retem a operacao
       CARREGA-OPERACOES.
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-OUT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF LOAN-OUT-OPEN OR LOAN-OUT-CHARGED-OFF THEN
                         ADD 1 TO WS-RUN-LOG-READ
                         MOVE SPACES TO WS-HELD-REASON
                         MOVE LOAN-OUT-PEOPLE-ID TO PEOPLE-RW-ID
                         READ PEOPLE-RW
                             INVALID KEY
                               MOVE SPACES TO PEOPLE-RW-CPF
                               MOVE 'TOMADOR NAO CADASTRADO'
                                   TO WS-HELD-REASON
                         END-READ
                         MOVE PEOPLE-RW-CPF TO WS-CPF-CHECK
                         IF WS-HELD-REASON = SPACES AND
                                 WS-CPF-CHECK NOT NUMERIC THEN
                             MOVE 'CPF INVALIDO' TO WS-HELD-REASON
                         END-IF
                         IF WS-HELD-REASON = SPACES AND
                                 WS-OPR-COUNT NOT < WS-OPR-MAX THEN
                             MOVE 'TABELA DE OPERACOES CHEIA'
                                 TO WS-HELD-REASON
                         END-IF
                         IF WS-HELD-REASON = SPACES THEN
                             PERFORM LOCALIZA-CLIENTE
                         END-IF
                         IF WS-HELD-REASON NOT = SPACES THEN
                             ADD 1 TO WS-RUN-LOG-REJECTED
                             MOVE 0 TO AUDIT-OUT-SEQ
                             SET AUDIT-OUT-HELD TO TRUE
                             MOVE PEOPLE-RW-CPF TO AUDIT-OUT-CPF
                             MOVE LOAN-OUT-PEOPLE-ID
                                 TO AUDIT-OUT-PEOPLE-ID
                             MOVE LOAN-OUT-ID TO AUDIT-OUT-LOAN-ID
                             MOVE LOAN-OUT-BALANCE
                                 TO AUDIT-OUT-BALANCE
                             MOVE WS-HELD-REASON TO AUDIT-OUT-REASON
                             WRITE AUDIT-OUT-RECORD
                             END-WRITE
                         ELSE
                             ADD 1 TO WS-OPR-COUNT
                             MOVE LOAN-OUT-ID
                                 TO WS-OPR-LOAN-ID(WS-OPR-COUNT)
                             MOVE WS-CLI-FOUND
                                 TO WS-OPR-CLIENT(WS-OPR-COUNT)
                             ADD 1 TO WS-CLI-OP-COUNT(WS-CLI-FOUND)
                             ADD LOAN-OUT-BALANCE
                                 TO WS-CLI-BALANCE(WS-CLI-FOUND)
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

      *    CPF ja visto reaproveita o cliente; CPF novo abre entrada
       LOCALIZA-CLIENTE.
           MOVE 0 TO WS-CLI-FOUND.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-CLI-COUNT
                   OR WS-CLI-FOUND > 0
               IF WS-CLI-CPF(WS-CLI-IDX) = PEOPLE-RW-CPF THEN
                   MOVE WS-CLI-IDX TO WS-CLI-FOUND
               END-IF
           END-PERFORM.
           IF WS-CLI-FOUND = 0 THEN
               IF WS-CLI-COUNT < WS-CLI-MAX THEN
                   ADD 1 TO WS-CLI-COUNT
                   MOVE WS-CLI-COUNT TO WS-CLI-FOUND
                   MOVE PEOPLE-RW-CPF TO WS-CLI-CPF(WS-CLI-FOUND)
                   MOVE PEOPLE-RW-NAME TO WS-CLI-NAME(WS-CLI-FOUND)
                   MOVE 0 TO WS-CLI-OP-COUNT(WS-CLI-FOUND)
                   MOVE 0 TO WS-CLI-BALANCE(WS-CLI-FOUND)
               ELSE
                   MOVE 'TABELA DE CLIENTES CHEIA' TO WS-HELD-REASON
               END-IF
           END-IF.

      *    Registro do cliente seguido das operacoes dele
       GRAVA-CLIENTE.
           ADD 1 TO WS-COUNT-CLIENTS.
           MOVE SPACES TO SCR-OUT-RECORD.
           SET SCR-OUT-CLIENT TO TRUE.
           MOVE WS-CLI-CPF(WS-CLI-IDX) TO SCR-OUT-CLI-CPF.
           MOVE WS-CLI-NAME(WS-CLI-IDX) TO SCR-OUT-CLI-NAME.
           MOVE WS-CLI-OP-COUNT(WS-CLI-IDX) TO SCR-OUT-CLI-OP-COUNT.
           MOVE WS-CLI-BALANCE(WS-CLI-IDX) TO SCR-OUT-CLI-BALANCE.
           PERFORM GRAVA-REMESSA.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                   UNTIL WS-OPR-IDX > WS-OPR-COUNT
               IF WS-OPR-CLIENT(WS-OPR-IDX) = WS-CLI-IDX THEN
                   MOVE WS-OPR-LOAN-ID(WS-OPR-IDX) TO LOAN-OUT-ID
                   READ LOAN-OUT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                         PERFORM GRAVA-OPERACAO
                   END-READ
               END-IF
           END-PERFORM.

      *    Operacao com saldo por faixa de vencimento, garantias e a
      *    linha correspondente na listagem de conferencia
       GRAVA-OPERACAO.
           ADD 1 TO WS-COUNT-OPERATIONS.
           ADD LOAN-OUT-PRINCIPAL TO WS-TOTAL-CONTRACTED.
           ADD LOAN-OUT-BALANCE TO WS-TOTAL-BALANCE.
           MOVE SPACES TO SCR-OUT-RECORD.
           SET SCR-OUT-OPERATION TO TRUE.
           MOVE WS-CLI-CPF(WS-CLI-IDX) TO SCR-OUT-OPR-CPF.
           MOVE LOAN-OUT-ID TO SCR-OUT-OPR-CONTRACT.
           MOVE WS-SCR-MODALITY TO SCR-OUT-OPR-MODALITY.
           MOVE LOAN-OUT-ORIG-DATE TO SCR-OUT-OPR-ORIG-DATE.
           MOVE LOAN-OUT-RISK-RATING TO SCR-OUT-OPR-RATING.
           MOVE LOAN-OUT-PRINCIPAL TO SCR-OUT-OPR-CONTRACTED.
           MOVE LOAN-OUT-BALANCE TO SCR-OUT-OPR-BALANCE.
           PERFORM APURA-VENCIMENTOS.
           MOVE WS-MAX-LATE TO SCR-OUT-OPR-DAYS-LATE.
           IF LOAN-OUT-CHARGED-OFF THEN
               MOVE LOAN-OUT-BALANCE TO SCR-OUT-OPR-WRITEOFF
           ELSE
               MOVE 0 TO SCR-OUT-OPR-WRITEOFF
           END-IF.
           PERFORM SOMA-GARANTIAS.
           MOVE WS-GUARANTEE-VALUE TO SCR-OUT-OPR-GUARANTEE.
           PERFORM GRAVA-REMESSA.
           MOVE WS-SCR-SEQ TO AUDIT-OUT-SEQ.
           SET AUDIT-OUT-SENT TO TRUE.
           MOVE WS-CLI-CPF(WS-CLI-IDX) TO AUDIT-OUT-CPF.
           MOVE LOAN-OUT-PEOPLE-ID TO AUDIT-OUT-PEOPLE-ID.
           MOVE LOAN-OUT-ID TO AUDIT-OUT-LOAN-ID.
           MOVE LOAN-OUT-BALANCE TO AUDIT-OUT-BALANCE.
           MOVE SPACES TO AUDIT-OUT-REASON.
           WRITE AUDIT-OUT-RECORD
           END-WRITE.
           PERFORM GRAVA-GARANTIAS.

      *    Parcelas pendentes ou vencidas distribuidas nas faixas a
      *    vencer e vencido; data final e o ultimo vencimento nao
      *    cancelado.  No contrato baixado para prejuizo a baixa
      *    cancelou as parcelas em aberto: o atraso e a data final vem
      *    das parcelas canceladas da agenda vigente (numero acima das
      *    pagas) e o saldo devedor inteiro vai para a faixa vencida
      *    acima de 180 dias
       APURA-VENCIMENTOS.
           MOVE 0 TO WS-MAX-LATE.
           MOVE 0 TO SCR-OUT-OPR-FINAL-DATE.
           MOVE 0 TO SCR-OUT-OPR-DUE-30.
           MOVE 0 TO SCR-OUT-OPR-DUE-90.
           MOVE 0 TO SCR-OUT-OPR-DUE-360.
           MOVE 0 TO SCR-OUT-OPR-DUE-OVER.
           MOVE 0 TO SCR-OUT-OPR-LATE-30.
           MOVE 0 TO SCR-OUT-OPR-LATE-90.
           MOVE 0 TO SCR-OUT-OPR-LATE-180.
           MOVE 0 TO SCR-OUT-OPR-LATE-OVER.
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
                     IF NOT SCHED-OUT-CANCELLED AND
                             SCHED-OUT-DATE > SCR-OUT-OPR-FINAL-DATE
                             THEN
                         MOVE SCHED-OUT-DATE TO SCR-OUT-OPR-FINAL-DATE
                     END-IF
                     IF LOAN-OUT-CHARGED-OFF AND SCHED-OUT-CANCELLED
                             AND SCHED-OUT-INSTALLMENT-NO >
                             LOAN-OUT-PAID-COUNT
                             AND SCHED-OUT-DATE > 0 THEN
                         IF SCHED-OUT-DATE > SCR-OUT-OPR-FINAL-DATE
                                 THEN
                             MOVE SCHED-OUT-DATE TO
                                 SCR-OUT-OPR-FINAL-DATE
                         END-IF
                         IF SCHED-OUT-DATE < WS-TODAY THEN
                             COMPUTE WS-DUE-INT =
                                 FUNCTION INTEGER-OF-DATE(
                                 SCHED-OUT-DATE)
                             COMPUTE WS-DAYS = WS-TODAY-INT - WS-DUE-INT
                             IF WS-DAYS > WS-MAX-LATE THEN
                                 MOVE WS-DAYS TO WS-MAX-LATE
                             END-IF
                         END-IF
                     END-IF
                     IF (SCHED-OUT-PENDING OR SCHED-OUT-OVERDUE)
                             AND SCHED-OUT-DATE > 0 THEN
                         COMPUTE WS-DUE-INT =
                             FUNCTION INTEGER-OF-DATE(SCHED-OUT-DATE)
                         IF SCHED-OUT-DATE < WS-TODAY THEN
                             COMPUTE WS-DAYS = WS-TODAY-INT - WS-DUE-INT
                             IF WS-DAYS > WS-MAX-LATE THEN
                                 MOVE WS-DAYS TO WS-MAX-LATE
                             END-IF
                             IF WS-DAYS < 31 THEN
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-LATE-30
                             ELSE
                             IF WS-DAYS < 91 THEN
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-LATE-90
                             ELSE
                             IF WS-DAYS < 181 THEN
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-LATE-180
                             ELSE
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-LATE-OVER
                             END-IF
                             END-IF
                             END-IF
                         ELSE
                             COMPUTE WS-DAYS = WS-DUE-INT - WS-TODAY-INT
                             IF WS-DAYS < 31 THEN
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-DUE-30
                             ELSE
                             IF WS-DAYS < 91 THEN
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-DUE-90
                             ELSE
                             IF WS-DAYS < 361 THEN
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-DUE-360
                             ELSE
                                 ADD SCHED-OUT-VALUE
                                     TO SCR-OUT-OPR-DUE-OVER
                             END-IF
                             END-IF
                             END-IF
                         END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.
           IF LOAN-OUT-CHARGED-OFF THEN
               MOVE LOAN-OUT-BALANCE TO SCR-OUT-OPR-LATE-OVER
           END-IF.

      *    Valor total das garantias ativas do contrato
       SOMA-GARANTIAS.
           MOVE 0 TO WS-GUARANTEE-VALUE.
           IF FS-COLL = '00' THEN
               MOVE LOAN-OUT-ID TO COLL-RW-LOAN-ID
               MOVE 0 TO COLL-RW-SEQ
               START COLLATERAL-RW
                   KEY IS NOT LESS THAN COLL-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ COLLATERAL-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF COLL-RW-LOAN-ID NOT = LOAN-OUT-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF COLL-RW-ACTIVE THEN
                             ADD COLL-RW-VALUE TO WS-GUARANTEE-VALUE
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Um registro 'G' por garantia ativa; avalista sai pelo CPF
       GRAVA-GARANTIAS.
           IF FS-COLL = '00' THEN
               MOVE LOAN-OUT-ID TO COLL-RW-LOAN-ID
               MOVE 0 TO COLL-RW-SEQ
               START COLLATERAL-RW
                   KEY IS NOT LESS THAN COLL-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ COLLATERAL-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF COLL-RW-LOAN-ID NOT = LOAN-OUT-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF COLL-RW-ACTIVE THEN
                             MOVE SPACES TO SCR-OUT-RECORD
                             SET SCR-OUT-GUARANTEE TO TRUE
                             MOVE WS-CLI-CPF(WS-CLI-IDX)
                                 TO SCR-OUT-GAR-CPF
                             MOVE LOAN-OUT-ID TO SCR-OUT-GAR-CONTRACT
                             MOVE COLL-RW-TYPE TO SCR-OUT-GAR-TYPE
                             MOVE SPACES TO SCR-OUT-GAR-GUARANTOR-CPF
                             IF COLL-RW-GUARANTOR THEN
                                 MOVE COLL-RW-GUARANTOR-ID
                                     TO PEOPLE-RW-ID
                                 READ PEOPLE-RW
                                     INVALID KEY CONTINUE
                                     NOT INVALID KEY
                                       MOVE PEOPLE-RW-CPF TO
                                           SCR-OUT-GAR-GUARANTOR-CPF
                                 END-READ
                             END-IF
                             MOVE COLL-RW-VALUE TO SCR-OUT-GAR-VALUE
                             PERFORM GRAVA-REMESSA
                             ADD 1 TO WS-COUNT-GUARANTEES
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Numera e grava o registro montado na remessa
       GRAVA-REMESSA.
           ADD 1 TO WS-SCR-SEQ.
           MOVE WS-SCR-SEQ TO SCR-OUT-SEQ.
           WRITE SCR-OUT-RECORD
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
