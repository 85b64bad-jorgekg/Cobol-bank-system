      ******************************************************************
      * Author:
      * Date:
      * Purpose:Regua de cobranca diaria dos emprestimos em atraso:
      *         pelo maior atraso das parcelas de
      *         storage/loanschedule.data cada contrato aberto de
      *         storage/loan.data avanca para o estagio devido (1
      *         lembrete, 2 notificacao formal, 3 ultimo aviso, 4
      *         envio a assessoria de cobranca), com os dias de cada
      *         estagio em storage/dunningparam.data.  O estagio e a
      *         data ficam no contrato, entao cada carta sai uma vez
      *         so: as cartas vao para output/dunningletter.data com
      *         nome e endereco do tomador de storage/people.data e o
      *         envio a assessoria para output/collectionplacement.data.
      *         Pagamento, liquidacao e renegociacao zeram o estagio;
      *         contrato que ficou em dia sem passar por eles tambem
      *         sai da regua aqui.  Tomador com endereco nao
      *         entregavel (correspondencia devolvida pelo correio) tem
      *         a carta retida em output/heldletter.data e o contrato
      *         fica no estagio anterior, para a carta sair quando o
      *         endereco for atualizado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOAN-DUNNING.
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
              SELECT DUNNING-PARAM
                  ASSIGN TO 'storage/dunningparam.data'
              FILE STATUS IS FS-DPARAM.
              SELECT LETTER-OUT ASSIGN TO 'output/dunningletter.data'
              FILE STATUS IS FS-LETTER.
              SELECT HELD-OUT ASSIGN TO 'output/heldletter.data'
              FILE STATUS IS FS-HELD.
              SELECT PLACEMENT-OUT
                  ASSIGN TO 'output/collectionplacement.data'
              FILE STATUS IS FS-PLACEMENT.

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

       FD DUNNING-PARAM.
       01 DUNNING-PARAM-FILE.
           05 DUNNING-PARAM-STAGE PIC 9(1).
           05 DUNNING-PARAM-DAYS PIC 9(5).

       FD LETTER-OUT.
       01 LETTER-OUT-FILE.
      *    1 lembrete, 2 notificacao formal, 3 ultimo aviso
           05 LETTER-OUT-STAGE PIC 9(1).
           05 LETTER-OUT-DATE PIC 9(8).
           05 LETTER-OUT-LOAN-ID PIC 9(10).
           05 LETTER-OUT-PEOPLE-ID PIC 9(10).
           05 LETTER-OUT-NAME PIC A(255).
           05 LETTER-OUT-STREET PIC A(255).
           05 LETTER-OUT-NUMBER PIC 9(10).
           05 LETTER-OUT-NEIGHBORHOOD PIC A(255).
           05 LETTER-OUT-CITY PIC A(255).
           05 LETTER-OUT-CEP PIC 9(10).
           05 LETTER-OUT-DAYS-LATE PIC 9(5).
           05 LETTER-OUT-PASTDUE PIC 9(10)V9(2).
           05 LETTER-OUT-BALANCE PIC 9(10)V9(2).

      *    Cartas retidas, no mesmo layout de
      *    output/dunningletter.data
       FD HELD-OUT.
       01 HELD-OUT-FILE PIC X(1098).

       FD PLACEMENT-OUT.
       01 PLACEMENT-OUT-FILE.
           05 PLACEMENT-OUT-DATE PIC 9(8).
           05 PLACEMENT-OUT-LOAN-ID PIC 9(10).
           05 PLACEMENT-OUT-PEOPLE-ID PIC 9(10).
           05 PLACEMENT-OUT-CPF PIC A(11).
           05 PLACEMENT-OUT-NAME PIC A(255).
           05 PLACEMENT-OUT-TELEFONE PIC A(10).
           05 PLACEMENT-OUT-STREET PIC A(255).
           05 PLACEMENT-OUT-NUMBER PIC 9(10).
           05 PLACEMENT-OUT-NEIGHBORHOOD PIC A(255).
           05 PLACEMENT-OUT-CITY PIC A(255).
           05 PLACEMENT-OUT-CEP PIC 9(10).
           05 PLACEMENT-OUT-DAYS-LATE PIC 9(5).
           05 PLACEMENT-OUT-PASTDUE PIC 9(10)V9(2).
           05 PLACEMENT-OUT-BALANCE PIC 9(10)V9(2).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-LOAN-DUNNING'.
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
       01 FS-DPARAM PIC X(2).
       01 FS-LETTER PIC X(2).
       01 FS-PLACEMENT PIC X(2).
       01 FS-HELD PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
       01 WS-DUE-INT PIC 9(9).
       01 WS-DAYS-LATE PIC S9(5).
       01 WS-MAX-LATE PIC 9(5).
       01 WS-PASTDUE PIC 9(10)V9(2).
       01 WS-TARGET-STAGE PIC 9(1).
      *    Dias de atraso que levam a cada estagio da regua
       01 WS-STAGE-DEFAULTS.
           05 FILLER PIC 9(5) VALUE 5.
           05 FILLER PIC 9(5) VALUE 30.
           05 FILLER PIC 9(5) VALUE 60.
           05 FILLER PIC 9(5) VALUE 90.
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-DEFAULTS.
           05 WS-STAGE-DAYS PIC 9(5) OCCURS 4 TIMES.
       01 WS-STAGE-IDX PIC 9(1) COMP.
       01 WS-COUNT-LETTERS PIC 9(7) VALUE 0.
       01 WS-COUNT-PLACED PIC 9(7) VALUE 0.
       01 WS-COUNT-CURED PIC 9(7) VALUE 0.
       01 WS-COUNT-HELD PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM CARREGA-REGUA.
           OPEN I-O LOAN-OUT.
           OPEN INPUT LOAN-SCHEDULE-OUT.
           OPEN INPUT PEOPLE-RW.
           OPEN OUTPUT LETTER-OUT.
           OPEN OUTPUT PLACEMENT-OUT.
           OPEN OUTPUT HELD-OUT.
           IF FS-LOAN NOT = '00' OR FS-SCHED NOT = '00'
                   OR FS-PEOPLE NOT = '00' OR FS-LETTER NOT = '00'
                   OR FS-PLACEMENT NOT = '00' OR FS-HELD NOT = '00'
                   THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA COBRANCA: '
                   FS-LOAN FS-SCHED FS-PEOPLE FS-LETTER FS-PLACEMENT
                   FS-HELD
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-OUT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     IF LOAN-OUT-OPEN THEN
                         PERFORM AVALIA-REGUA
                     END-IF
               END-READ
           END-PERFORM
           DISPLAY 'REGUA DE COBRANCA: ' WS-COUNT-LETTERS ' CARTAS, '
               WS-COUNT-PLACED ' ENVIADOS A ASSESSORIA, '
               WS-COUNT-CURED ' REGULARIZADOS, '
               WS-COUNT-HELD ' CARTAS RETIDAS'
           CLOSE HELD-OUT
           CLOSE PLACEMENT-OUT
           CLOSE LETTER-OUT
           CLOSE PEOPLE-RW
           CLOSE LOAN-SCHEDULE-OUT
           CLOSE LOAN-OUT
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Dias de cada estagio; sem arquivo valem os padroes
       CARREGA-REGUA.
           OPEN INPUT DUNNING-PARAM.
           IF FS-DPARAM = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DUNNING-PARAM
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         IF DUNNING-PARAM-STAGE > 0 AND
                                 DUNNING-PARAM-STAGE < 5 THEN
                             MOVE DUNNING-PARAM-DAYS TO
                                 WS-STAGE-DAYS(DUNNING-PARAM-STAGE)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNNING-PARAM
           END-IF.
           MOVE 'N' TO WS-EOF.

      *    Estagio devido pelo atraso; so avanca, e so o estagio novo
      *    gera carta ou envio a assessoria
       AVALIA-REGUA.
           PERFORM APURA-ATRASO.
           MOVE 0 TO WS-TARGET-STAGE.
           IF WS-MAX-LATE > 0 THEN
               PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
                       UNTIL WS-STAGE-IDX > 4
                   IF WS-MAX-LATE NOT < WS-STAGE-DAYS(WS-STAGE-IDX)
                           THEN
                       MOVE WS-STAGE-IDX TO WS-TARGET-STAGE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MAX-LATE = 0 AND NOT LOAN-OUT-NOT-DUNNING THEN
               MOVE 0 TO LOAN-OUT-DUNNING-STAGE
               MOVE 0 TO LOAN-OUT-DUNNING-DATE
               REWRITE LOAN-OUT-RECORD
               END-REWRITE
               ADD 1 TO WS-COUNT-CURED
           END-IF.
           IF WS-TARGET-STAGE > LOAN-OUT-DUNNING-STAGE THEN
               MOVE WS-TARGET-STAGE TO LOAN-OUT-DUNNING-STAGE
               MOVE WS-TODAY TO LOAN-OUT-DUNNING-DATE
               MOVE LOAN-OUT-PEOPLE-ID TO PEOPLE-RW-ID
               READ PEOPLE-RW
                   INVALID KEY
                     MOVE SPACES TO PEOPLE-RW-FILE
                     MOVE 0 TO PEOPLE-RW-NUMBER
                     MOVE 0 TO PEOPLE-RW-CEP
                     ADD 1 TO WS-RUN-LOG-REJECTED
                     DISPLAY 'TOMADOR NAO CADASTRADO: '
                         LOAN-OUT-PEOPLE-ID
               END-READ
               IF LOAN-OUT-AT-AGENCY THEN
                   PERFORM GRAVA-ENVIO-ASSESSORIA
               ELSE
                   PERFORM GRAVA-CARTA
               END-IF
      *        Carta retida: o estagio novo nao e gravado
               IF LOAN-OUT-AT-AGENCY OR
                       NOT PEOPLE-RW-UNDELIVERABLE THEN
                   REWRITE LOAN-OUT-RECORD
                   END-REWRITE
               END-IF
           END-IF.

      *    Maior atraso e valor vencido das parcelas em aberto
       APURA-ATRASO.
           MOVE 0 TO WS-MAX-LATE.
           MOVE 0 TO WS-PASTDUE.
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
                         ADD SCHED-OUT-VALUE TO WS-PASTDUE
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.

      *    Carta do estagio com nome e endereco de correspondencia
       GRAVA-CARTA.
           MOVE LOAN-OUT-DUNNING-STAGE TO LETTER-OUT-STAGE.
           MOVE WS-TODAY TO LETTER-OUT-DATE.
           MOVE LOAN-OUT-ID TO LETTER-OUT-LOAN-ID.
           MOVE LOAN-OUT-PEOPLE-ID TO LETTER-OUT-PEOPLE-ID.
           MOVE PEOPLE-RW-NAME TO LETTER-OUT-NAME.
           MOVE PEOPLE-RW-STREET TO LETTER-OUT-STREET.
           MOVE PEOPLE-RW-NUMBER TO LETTER-OUT-NUMBER.
           MOVE PEOPLE-RW-NEIGHBORHOOD TO LETTER-OUT-NEIGHBORHOOD.
           MOVE PEOPLE-RW-CITY TO LETTER-OUT-CITY.
           MOVE PEOPLE-RW-CEP TO LETTER-OUT-CEP.
           MOVE WS-MAX-LATE TO LETTER-OUT-DAYS-LATE.
           MOVE WS-PASTDUE TO LETTER-OUT-PASTDUE.
           MOVE LOAN-OUT-BALANCE TO LETTER-OUT-BALANCE.
           IF PEOPLE-RW-UNDELIVERABLE THEN
               WRITE HELD-OUT-FILE FROM LETTER-OUT-FILE
               END-WRITE
               ADD 1 TO WS-COUNT-HELD
               DISPLAY 'CARTA RETIDA, ENDERECO NAO ENTREGAVEL: '
                   LOAN-OUT-ID
           ELSE
               WRITE LETTER-OUT-FILE
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
               ADD 1 TO WS-COUNT-LETTERS
           END-IF.

      *    Contrato entregue a assessoria externa de cobranca
       GRAVA-ENVIO-ASSESSORIA.
           MOVE WS-TODAY TO PLACEMENT-OUT-DATE.
           MOVE LOAN-OUT-ID TO PLACEMENT-OUT-LOAN-ID.
           MOVE LOAN-OUT-PEOPLE-ID TO PLACEMENT-OUT-PEOPLE-ID.
           MOVE PEOPLE-RW-CPF TO PLACEMENT-OUT-CPF.
           MOVE PEOPLE-RW-NAME TO PLACEMENT-OUT-NAME.
           MOVE PEOPLE-RW-TELEFONE TO PLACEMENT-OUT-TELEFONE.
           MOVE PEOPLE-RW-STREET TO PLACEMENT-OUT-STREET.
           MOVE PEOPLE-RW-NUMBER TO PLACEMENT-OUT-NUMBER.
           MOVE PEOPLE-RW-NEIGHBORHOOD TO PLACEMENT-OUT-NEIGHBORHOOD.
           MOVE PEOPLE-RW-CITY TO PLACEMENT-OUT-CITY.
           MOVE PEOPLE-RW-CEP TO PLACEMENT-OUT-CEP.
           MOVE WS-MAX-LATE TO PLACEMENT-OUT-DAYS-LATE.
           MOVE WS-PASTDUE TO PLACEMENT-OUT-PASTDUE.
           MOVE LOAN-OUT-BALANCE TO PLACEMENT-OUT-BALANCE.
           WRITE PLACEMENT-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
           ADD 1 TO WS-COUNT-PLACED.
