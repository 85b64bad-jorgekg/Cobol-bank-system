      ******************************************************************
      * Author:
      * Date:
      * Purpose:Provisao mensal para perdas da carteira de emprestimos:
      *         classifica cada contrato aberto de storage/loan.data
      *         na escala de risco AA a H pelo maior atraso das
      *         parcelas em storage/loanschedule.data, aplica o
      *         percentual de provisao da classificacao (tabela
      *         storage/provisionparam.data, com os percentuais
      *         regulatorios como padrao) e lanca so a diferenca para
      *         a provisao do mes anterior na conta interna de
      *         provisao, com as operacoes PDD (constituicao) e RPD
      *         (reversao), que BANK-GL-EXPORT leva a contabilidade
      *         pelo de-para.  Contrato em H alem do prazo da politica
      *         (storage/writeoffparam.data) e baixado para prejuizo
      *         (operacao BXP contra a provisao), as parcelas em
      *         aberto sao canceladas e a baixa entra no cadastro
      *         storage/writeoff.data para acompanhar recuperacoes.
      *         Relatorio por contrato e por classificacao em
      *         output/loanprovision.data.  Contrato quitado ou
      *         liquidado com provisao remanescente tem a provisao
      *         revertida inteira (RPD)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOAN-PROVISION.
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
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
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
              SELECT WRITEOFF-RW ASSIGN TO 'storage/writeoff.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS WRITEOFF-RW-LOAN-ID
              FILE STATUS IS FS-WRITEOFF.
              SELECT PROVISION-PARAM
                  ASSIGN TO 'storage/provisionparam.data'
              FILE STATUS IS FS-PPARAM.
              SELECT WRITEOFF-PARAM
                  ASSIGN TO 'storage/writeoffparam.data'
              FILE STATUS IS FS-WPARAM.
              SELECT PROVISION-OUT
                  ASSIGN TO 'output/loanprovision.data'
              FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-OUT.
       01 LOAN-OUT-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-OUT==.

       FD LOAN-SCHEDULE-OUT.
       01 LOAN-SCHEDULE-RECORD.
           COPY SCHEDREC REPLACING ==:PFX:== BY ==SCHED-OUT==.

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD LEDGER-OUT.
       01 LEDGER-OUT-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-OUT==.

       FD WRITEOFF-RW.
       01 WRITEOFF-RW-FILE.
           COPY WRITEOFFREC REPLACING ==:PFX:== BY ==WRITEOFF-RW==.

       FD PROVISION-PARAM.
       01 PROVISION-PARAM-FILE.
           05 PROVISION-PARAM-RATING PIC X(2).
           05 PROVISION-PARAM-MIN-DAYS PIC 9(5).
           05 PROVISION-PARAM-PERCENT PIC 9(3)V9(2).

       FD WRITEOFF-PARAM.
       01 WRITEOFF-PARAM-FILE.
           05 WRITEOFF-PARAM-DAYS-IN-H PIC 9(5).

       FD PROVISION-OUT.
       01 PROVISION-OUT-FILE.
           05 PROVISION-OUT-TYPE PIC A(1).
               88 PROVISION-OUT-LOAN VALUE 'L'.
               88 PROVISION-OUT-TOTAL VALUE 'T'.
           05 PROVISION-OUT-RATING PIC X(2).
           05 PROVISION-OUT-LOAN-ID PIC 9(10).
           05 PROVISION-OUT-PEOPLE-ID PIC 9(10).
           05 PROVISION-OUT-DAYS-LATE PIC 9(5).
           05 PROVISION-OUT-PERCENT PIC 9(3)V9(2).
           05 PROVISION-OUT-BALANCE PIC 9(12)V9(2).
           05 PROVISION-OUT-PROVISION PIC 9(12)V9(2).
           05 PROVISION-OUT-PRIOR PIC 9(12)V9(2).
      *    'B' contrato baixado para prejuizo nesta rodada
           05 PROVISION-OUT-ACTION PIC A(1).
      *    Totalizador: quantidade de contratos na classificacao
           05 PROVISION-OUT-COUNT PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-LOAN-PROVISION'.
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
       01 WS-SCAN-DONE PIC A(1).
       01 FS PIC X(2).
       01 FS-LOAN PIC X(2).
       01 FS-SCHED PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-WRITEOFF PIC X(2).
       01 FS-PPARAM PIC X(2).
       01 FS-WPARAM PIC X(2).
       01 FS-REPORT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
       01 WS-DUE-INT PIC 9(9).
       01 WS-DAYS-LATE PIC S9(5).
       01 WS-MAX-LATE PIC 9(5).
       01 WS-DAYS-IN-H PIC S9(5).
       01 WS-TXN-BASE PIC 9(14).
       01 WS-TXN-SEQ PIC 9(5) COMP VALUE 0.
      *    Conta interna de provisao para perdas de emprestimos
       01 WS-PROVISION-ACCOUNT PIC 9(10) VALUE 9999999906.
      *    Dias em H antes da baixa para prejuizo
       01 WS-WRITEOFF-DAYS PIC 9(5) VALUE 180.
       01 WS-PRIOR-PROVISION PIC 9(10)V9(2).
       01 WS-NEW-PROVISION PIC 9(10)V9(2).
       01 WS-DELTA PIC S9(10)V9(2).
       01 WS-POST-OPERATION PIC A(3).
       01 WS-POST-DRCR PIC A(1).
       01 WS-POST-VALUE PIC 9(10)V9(2).
       01 WS-CHARGED-OFF PIC A(1).
      *    Escala regulatoria: classificacao, atraso minimo em dias e
      *    percentual de provisao; linhas de provisionparam.data
      *    substituem atraso e percentual da classificacao informada
       01 WS-RATING-DEFAULTS.
           05 FILLER PIC X(12) VALUE 'AA0000000000'.
           05 FILLER PIC X(12) VALUE 'A 0000100050'.
           05 FILLER PIC X(12) VALUE 'B 0001500100'.
           05 FILLER PIC X(12) VALUE 'C 0003100300'.
           05 FILLER PIC X(12) VALUE 'D 0006101000'.
           05 FILLER PIC X(12) VALUE 'E 0009103000'.
           05 FILLER PIC X(12) VALUE 'F 0012105000'.
           05 FILLER PIC X(12) VALUE 'G 0015107000'.
           05 FILLER PIC X(12) VALUE 'H 0018110000'.
       01 WS-RATING-TABLE REDEFINES WS-RATING-DEFAULTS.
           05 WS-RATING-ENTRY OCCURS 9 TIMES.
               10 WS-RATING-CODE PIC X(2).
               10 WS-RATING-MIN-DAYS PIC 9(5).
               10 WS-RATING-PERCENT PIC 9(3)V9(2).
       01 WS-RATING-COUNT PIC 9(2) COMP VALUE 9.
       01 WS-RATING-IDX PIC 9(2) COMP.
       01 WS-RATING-SEL PIC 9(2) COMP.
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-ENTRY OCCURS 9 TIMES.
               10 WS-TOTAL-COUNT PIC 9(7).
               10 WS-TOTAL-BALANCE PIC 9(12)V9(2).
               10 WS-TOTAL-PROVISION PIC 9(12)V9(2).

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
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 680000.
           INITIALIZE WS-TOTAL-TABLE.
           PERFORM CARREGA-PARAMETROS.
           OPEN I-O LOAN-OUT.
           OPEN I-O LOAN-SCHEDULE-OUT.
           OPEN I-O STATEMENT-OUT.
           OPEN OUTPUT PROVISION-OUT.
           IF FS-LOAN NOT = '00' OR FS-SCHED NOT = '00'
                   OR FS NOT = '00' OR FS-REPORT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA PROVISAO: '
                   FS-LOAN FS-SCHED FS FS-REPORT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           OPEN I-O LEDGER-OUT
           IF FS-LEDGER = '35' THEN
               CLOSE LEDGER-OUT
               OPEN OUTPUT LEDGER-OUT
           END-IF
           OPEN I-O WRITEOFF-RW
           IF FS-WRITEOFF = '35' THEN
               CLOSE WRITEOFF-RW
               OPEN OUTPUT WRITEOFF-RW
               CLOSE WRITEOFF-RW
               OPEN I-O WRITEOFF-RW
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-OUT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     IF LOAN-OUT-OPEN THEN
                         PERFORM CLASSIFICA-EMPRESTIMO
                     ELSE
                     IF NOT LOAN-OUT-CHARGED-OFF AND
                             LOAN-OUT-PROVISION > 0 THEN
                         PERFORM REVERTE-PROVISAO
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
           PERFORM GRAVA-TOTAIS
           CLOSE WRITEOFF-RW
           CLOSE LEDGER-OUT
           CLOSE PROVISION-OUT
           CLOSE STATEMENT-OUT
           CLOSE LOAN-SCHEDULE-OUT
           CLOSE LOAN-OUT
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Percentuais e atrasos da tabela de provisao e prazo da
      *    baixa; sem arquivo valem os padroes regulatorios
       CARREGA-PARAMETROS.
           OPEN INPUT PROVISION-PARAM.
           IF FS-PPARAM = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PROVISION-PARAM
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                                 UNTIL WS-RATING-IDX > WS-RATING-COUNT
                             IF WS-RATING-CODE(WS-RATING-IDX) =
                                     PROVISION-PARAM-RATING THEN
                                 MOVE PROVISION-PARAM-MIN-DAYS TO
                                     WS-RATING-MIN-DAYS(WS-RATING-IDX)
                                 MOVE PROVISION-PARAM-PERCENT TO
                                     WS-RATING-PERCENT(WS-RATING-IDX)
                             END-IF
                         END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PROVISION-PARAM
           END-IF.
           OPEN INPUT WRITEOFF-PARAM.
           IF FS-WPARAM = '00' THEN
               READ WRITEOFF-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF WRITEOFF-PARAM-DAYS-IN-H > 0 THEN
                         MOVE WRITEOFF-PARAM-DAYS-IN-H
                             TO WS-WRITEOFF-DAYS
                     END-IF
               END-READ
               CLOSE WRITEOFF-PARAM
           END-IF.
           MOVE 'N' TO WS-EOF.

      *    Classificacao pelo maior atraso, provisao nova, lancamento
      *    da diferenca e baixa do contrato em H alem do prazo
       CLASSIFICA-EMPRESTIMO.
           PERFORM APURA-ATRASO.
           MOVE 1 TO WS-RATING-SEL.
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > WS-RATING-COUNT
               IF WS-MAX-LATE NOT < WS-RATING-MIN-DAYS(WS-RATING-IDX)
                       THEN
                   MOVE WS-RATING-IDX TO WS-RATING-SEL
               END-IF
           END-PERFORM.
           MOVE WS-RATING-CODE(WS-RATING-SEL) TO LOAN-OUT-RISK-RATING.
           IF LOAN-OUT-RISK-RATING = 'H' THEN
               IF LOAN-OUT-RATING-H-DATE = 0 THEN
                   MOVE WS-TODAY TO LOAN-OUT-RATING-H-DATE
               END-IF
           ELSE
               MOVE 0 TO LOAN-OUT-RATING-H-DATE
           END-IF.
           MOVE LOAN-OUT-PROVISION TO WS-PRIOR-PROVISION.
           COMPUTE WS-NEW-PROVISION ROUNDED = LOAN-OUT-BALANCE *
               WS-RATING-PERCENT(WS-RATING-SEL) / 100.
           COMPUTE WS-DELTA = WS-NEW-PROVISION - WS-PRIOR-PROVISION.
           IF WS-DELTA > 0 THEN
               MOVE 'PDD' TO WS-POST-OPERATION
               MOVE 'C' TO WS-POST-DRCR
               MOVE WS-DELTA TO WS-POST-VALUE
               PERFORM LANCA-PROVISAO
           END-IF.
           IF WS-DELTA < 0 THEN
               MOVE 'RPD' TO WS-POST-OPERATION
               MOVE 'D' TO WS-POST-DRCR
               COMPUTE WS-POST-VALUE = 0 - WS-DELTA
               PERFORM LANCA-PROVISAO
           END-IF.
           MOVE WS-NEW-PROVISION TO LOAN-OUT-PROVISION.
           MOVE 'N' TO WS-CHARGED-OFF.
           IF LOAN-OUT-RISK-RATING = 'H' THEN
               COMPUTE WS-DAYS-IN-H = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(LOAN-OUT-RATING-H-DATE)
               IF WS-DAYS-IN-H > WS-WRITEOFF-DAYS THEN
                   PERFORM BAIXA-PREJUIZO
               END-IF
           END-IF.
           REWRITE LOAN-OUT-RECORD
           END-REWRITE.
           ADD 1 TO WS-TOTAL-COUNT(WS-RATING-SEL).
           ADD LOAN-OUT-BALANCE TO WS-TOTAL-BALANCE(WS-RATING-SEL).
           ADD WS-NEW-PROVISION TO WS-TOTAL-PROVISION(WS-RATING-SEL).
           MOVE SPACES TO PROVISION-OUT-FILE.
           SET PROVISION-OUT-LOAN TO TRUE.
           MOVE LOAN-OUT-RISK-RATING TO PROVISION-OUT-RATING.
           MOVE LOAN-OUT-ID TO PROVISION-OUT-LOAN-ID.
           MOVE LOAN-OUT-PEOPLE-ID TO PROVISION-OUT-PEOPLE-ID.
           MOVE WS-MAX-LATE TO PROVISION-OUT-DAYS-LATE.
           MOVE WS-RATING-PERCENT(WS-RATING-SEL)
               TO PROVISION-OUT-PERCENT.
           MOVE LOAN-OUT-BALANCE TO PROVISION-OUT-BALANCE.
           MOVE WS-NEW-PROVISION TO PROVISION-OUT-PROVISION.
           MOVE WS-PRIOR-PROVISION TO PROVISION-OUT-PRIOR.
           IF WS-CHARGED-OFF = 'Y' THEN
               MOVE 'B' TO PROVISION-OUT-ACTION
           END-IF.
           MOVE 0 TO PROVISION-OUT-COUNT.
           WRITE PROVISION-OUT-FILE
           END-WRITE.

      *    Contrato quitado ou liquidado: a provisao que sobrou do mes
      *    anterior e revertida inteira
       REVERTE-PROVISAO.
           MOVE 'RPD' TO WS-POST-OPERATION.
           MOVE 'D' TO WS-POST-DRCR.
           MOVE LOAN-OUT-PROVISION TO WS-POST-VALUE.
           PERFORM LANCA-PROVISAO.
           MOVE 0 TO LOAN-OUT-PROVISION.
           REWRITE LOAN-OUT-RECORD
           END-REWRITE.
           DISPLAY 'PROVISAO REVERTIDA, EMPRESTIMO ENCERRADO: '
               LOAN-OUT-ID ' VALOR: ' WS-POST-VALUE.

      *    Maior atraso em dias entre as parcelas pendentes ou
      *    vencidas com vencimento antes da data de movimento
       APURA-ATRASO.
           MOVE 0 TO WS-MAX-LATE.
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
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.

      *    Baixa para prejuizo: consome a provisao do contrato, cancela
      *    as parcelas em aberto e registra a baixa; o saldo devedor
      *    fica no contrato para a recuperacao
       BAIXA-PREJUIZO.
           MOVE 'Y' TO WS-CHARGED-OFF.
           IF LOAN-OUT-PROVISION > 0 THEN
               MOVE 'BXP' TO WS-POST-OPERATION
               MOVE 'D' TO WS-POST-DRCR
               MOVE LOAN-OUT-PROVISION TO WS-POST-VALUE
               PERFORM LANCA-PROVISAO
           END-IF.
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
                     IF SCHED-OUT-PENDING OR SCHED-OUT-OVERDUE THEN
                         SET SCHED-OUT-CANCELLED TO TRUE
                         REWRITE LOAN-SCHEDULE-RECORD
                         END-REWRITE
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.
           MOVE LOAN-OUT-ID TO WRITEOFF-RW-LOAN-ID.
           MOVE LOAN-OUT-PEOPLE-ID TO WRITEOFF-RW-PEOPLE-ID.
           MOVE WS-TODAY TO WRITEOFF-RW-DATE.
           MOVE LOAN-OUT-BALANCE TO WRITEOFF-RW-AMOUNT.
           MOVE LOAN-OUT-PROVISION TO WRITEOFF-RW-PROVISION.
           IF LOAN-OUT-PROVISION > 0 THEN
               MOVE LEDGER-OUT-TXN-ID TO WRITEOFF-RW-TXN-ID
           ELSE
               MOVE 0 TO WRITEOFF-RW-TXN-ID
           END-IF.
           MOVE 0 TO WRITEOFF-RW-RECOVERED.
           MOVE 0 TO WRITEOFF-RW-LAST-RECOVERY-DATE.
           SET WRITEOFF-RW-OPEN TO TRUE.
           WRITE WRITEOFF-RW-FILE
               INVALID KEY
                 REWRITE WRITEOFF-RW-FILE
                 END-REWRITE
           END-WRITE.
           MOVE 0 TO LOAN-OUT-PROVISION.
           SET LOAN-OUT-CHARGED-OFF TO TRUE.
           MOVE WS-TODAY TO LOAN-OUT-CHARGEOFF-DATE.
           DISPLAY 'EMPRESTIMO BAIXADO PARA PREJUIZO: ' LOAN-OUT-ID
               ' SALDO: ' LOAN-OUT-BALANCE.

      *    Movimento na conta interna de provisao, em BRL, com o
      *    contrato na observacao
       LANCA-PROVISAO.
           MOVE WS-PROVISION-ACCOUNT TO ACCOUNT-OUT-ID.
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
                 IF WS-POST-DRCR = 'C' THEN
                     ADD WS-POST-VALUE TO ACCOUNT-OUT-VALUE
                 ELSE
                     SUBTRACT WS-POST-VALUE FROM ACCOUNT-OUT-VALUE
                 END-IF
                 WRITE ACCOUNT-OUT-MOVEMENT
                 END-WRITE
               NOT INVALID KEY
                 IF WS-POST-DRCR = 'C' THEN
                     ADD WS-POST-VALUE TO ACCOUNT-OUT-VALUE
                 ELSE
                     SUBTRACT WS-POST-VALUE FROM ACCOUNT-OUT-VALUE
                 END-IF
                 REWRITE ACCOUNT-OUT-MOVEMENT
                 END-REWRITE
           END-READ.
           MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID.
           MOVE WS-POST-OPERATION TO LEDGER-OUT-OPERATION.
           MOVE WS-POST-DRCR TO LEDGER-OUT-DRCR.
           MOVE WS-POST-VALUE TO LEDGER-OUT-VALUE.
           MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE.
           MOVE 'BRL' TO LEDGER-OUT-CURRENCY.
           MOVE SPACES TO LEDGER-OUT-OBSERVATION.
           STRING 'PROVISAO EMPRESTIMO ' LOAN-OUT-ID
               ' RISCO ' LOAN-OUT-RISK-RATING
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

      *    Um totalizador por classificacao, na ordem da escala
       GRAVA-TOTAIS.
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > WS-RATING-COUNT
               MOVE SPACES TO PROVISION-OUT-FILE
               SET PROVISION-OUT-TOTAL TO TRUE
               MOVE WS-RATING-CODE(WS-RATING-IDX)
                   TO PROVISION-OUT-RATING
               MOVE 0 TO PROVISION-OUT-LOAN-ID
               MOVE 0 TO PROVISION-OUT-PEOPLE-ID
               MOVE 0 TO PROVISION-OUT-DAYS-LATE
               MOVE WS-RATING-PERCENT(WS-RATING-IDX)
                   TO PROVISION-OUT-PERCENT
               MOVE WS-TOTAL-BALANCE(WS-RATING-IDX)
                   TO PROVISION-OUT-BALANCE
               MOVE WS-TOTAL-PROVISION(WS-RATING-IDX)
                   TO PROVISION-OUT-PROVISION
               MOVE 0 TO PROVISION-OUT-PRIOR
               MOVE WS-TOTAL-COUNT(WS-RATING-IDX)
                   TO PROVISION-OUT-COUNT
               WRITE PROVISION-OUT-FILE
               END-WRITE
               DISPLAY 'RISCO ' WS-RATING-CODE(WS-RATING-IDX)
                   ' CONTRATOS: ' WS-TOTAL-COUNT(WS-RATING-IDX)
                   ' PROVISAO: ' WS-TOTAL-PROVISION(WS-RATING-IDX)
           END-PERFORM.
