      ******************************************************************
      * Author:
      * Date:
      * Purpose:Informe anual de rendimentos por CPF para a declaracao
      *         de imposto de renda do cliente.  O ano-calendario vem
      *         de input/incomereport.data (na falta, o ano anterior
      *         ao da data de processamento).  Para cada cliente de
      *         storage/people.data com conta como titular (ou
      *         co-titular em storage/accountholder.data) junta: o
      *         saldo de cada conta em 31/12 do ano anterior e do
      *         ano-calendario (ultimo lancamento ate a data em
      *         storage/statementledger.data), os juros de poupanca
      *         (JUR) e o rendimento de CDB creditados no ano (credito
      *         CDB/RES menos o principal de storage/termdeposit.data),
      *         o imposto retido no ano por tributo em
      *         storage/taxwithheld.data e o saldo devedor dos
      *         emprestimos de storage/loan.data em 31/12 (saldo atual
      *         mais as parcelas e liquidacoes debitadas depois dessa
      *         data).  O informe formatado com o endereco de
      *         correspondencia sai em output/incomereport.data;
      *         cliente com endereco nao entregavel tem o informe
      *         retido em output/incomereportheld.data.  O controle
      *         output/incomereportcontrol.data confere, por tributo,
      *         o total dos informes e do arquivo de retencoes contra
      *         o saldo a recolher dos doze meses em
      *         storage/taxliability.data, a mesma base do extrato de
      *         recolhimento BANK-TAX-REMIT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-INCOME-REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PARM-IN ASSIGN TO 'input/incomereport.data'
              FILE STATUS IS FS-PARM.
              SELECT PEOPLE-IN ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS PEOPLE-IN-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT STATEMENT-IN ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY ACCOUNT-IN-ID
              ALTERNATE RECORD KEY IS ACCOUNT-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT HOLDER-IN ASSIGN TO 'storage/accountholder.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HOLDER-IN-KEY
              ALTERNATE RECORD KEY IS HOLDER-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-HOLDER.
              SELECT LEDGER-IN
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LEDGER-IN-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT CDB-IN ASSIGN TO 'storage/termdeposit.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS CDB-IN-ID
              FILE STATUS IS FS-CDB.
              SELECT LOAN-IN ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LOAN-IN-ID
              FILE STATUS IS FS-LOAN.
              SELECT WITHHELD-IN
                  ASSIGN TO 'storage/taxwithheld.data'
              FILE STATUS IS FS-WHOLD.
              SELECT LIABILITY-IN
                  ASSIGN TO 'storage/taxliability.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LIAB-IN-KEY
              FILE STATUS IS FS-LIAB.
              SELECT REPORT-OUT ASSIGN TO 'output/incomereport.data'
              FILE STATUS IS FS-REPORT.
              SELECT HELD-OUT
                  ASSIGN TO 'output/incomereportheld.data'
              FILE STATUS IS FS-HELD.
              SELECT CONTROL-OUT
                  ASSIGN TO 'output/incomereportcontrol.data'
              FILE STATUS IS FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-IN.
       01 PARM-IN-RECORD.
           05 PARM-IN-YEAR PIC 9(4).

       FD PEOPLE-IN.
       01 PEOPLE-IN-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-IN==.

       FD STATEMENT-IN.
       01 ACCOUNT-IN-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-IN==.

       FD HOLDER-IN.
       01 HOLDER-IN-FILE.
           COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-IN==.

       FD LEDGER-IN.
       01 LEDGER-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

       FD CDB-IN.
       01 CDB-IN-RECORD.
           COPY CDBREC REPLACING ==:PFX:== BY ==CDB-IN==.

       FD LOAN-IN.
       01 LOAN-IN-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-IN==.

       FD WITHHELD-IN.
       01 WITHHELD-IN-RECORD.
           COPY WHOLDREC REPLACING ==:PFX:== BY ==WHOLD-IN==.

       FD LIABILITY-IN.
       01 LIABILITY-IN-RECORD.
           COPY TAXLIABREC REPLACING ==:PFX:== BY ==LIAB-IN==.

       FD REPORT-OUT.
       01 REPORT-OUT-LINE PIC X(80).

       FD HELD-OUT.
       01 HELD-OUT-LINE PIC X(80).

       FD CONTROL-OUT.
       01 CONTROL-OUT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-INCOME-REPORT'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-PARM PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS PIC X(2).
       01 FS-HOLDER PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-CDB PIC X(2).
       01 FS-LOAN PIC X(2).
       01 FS-WHOLD PIC X(2).
       01 FS-LIAB PIC X(2).
       01 FS-REPORT PIC X(2).
       01 FS-HELD PIC X(2).
       01 FS-CONTROL PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-YEAR PIC 9(4).
       01 WS-PREV-END PIC 9(8).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-PERIOD PIC 9(6).
       01 WS-MONTH PIC 9(2).
       01 WS-SCAN-DONE PIC A(1).
       01 WS-LEDGER-DONE PIC A(1).
       01 WS-WHOLD-EOF PIC A(1).
       01 WS-HELD PIC A(1).
       01 WS-BALANCED PIC A(1) VALUE 'Y'.
      *    Contas do cliente como titular ou co-titular, com os saldos
      *    de fim de ano e o que foi debitado de emprestimo depois de
      *    31/12
       01 WS-ACCT-MAX PIC 9(3) COMP VALUE 100.
       01 WS-ACCT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-IDX PIC 9(3) COMP.
       01 WS-ACCT-FOUND PIC A(1).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-ACCT-ID PIC 9(10).
               10 WS-ACCT-CURRENCY PIC A(3).
               10 WS-ACCT-BAL-PREV PIC S9(10)V9(2).
               10 WS-ACCT-BAL-YEAR PIC S9(10)V9(2).
               10 WS-ACCT-LOAN-AFTER PIC 9(10)V9(2).
               10 WS-ACCT-LOAN-FLAG PIC A(1).
               10 WS-ACCT-LOAN-BAL PIC 9(10)V9(2).
       01 WS-SAVINGS-INCOME PIC 9(10)V9(2).
       01 WS-CDB-INCOME PIC 9(10)V9(2).
       01 WS-LOAN-TOTAL PIC 9(10)V9(2).
      *    Retencoes por tributo: do cliente no ano, e do ano inteiro
      *    no arquivo, nos informes e no saldo a recolher
       01 WS-TAX-MAX PIC 9(2) COMP VALUE 10.
       01 WS-TAX-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-TAX-IDX PIC 9(2) COMP.
       01 WS-TAX-FOUND PIC A(1).
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 10 TIMES.
               10 WS-TAX-CODE PIC A(3).
               10 WS-TAX-CLI-BASE PIC 9(13)V9(2).
               10 WS-TAX-CLI-TAX PIC 9(13)V9(2).
               10 WS-TAX-FILE-ITEMS PIC 9(7).
               10 WS-TAX-FILE-TAX PIC 9(13)V9(2).
               10 WS-TAX-INF-TAX PIC 9(13)V9(2).
               10 WS-TAX-LIAB-TAX PIC 9(13)V9(2).
       01 WS-CPF-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-SAVINGS-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-CDB-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-DEBT-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 WS-PRT-LINE PIC X(80).
       01 WS-PRT-BALANCE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-BAL-ACCOUNT PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-PRT-BAL-CURRENCY PIC A(3).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-PRT-BAL-PREV PIC -Z(9)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-PRT-BAL-YEAR PIC -Z(9)9.99.
           05 FILLER PIC X(26) VALUE SPACES.
       01 WS-PRT-AMOUNT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-AMT-TEXT PIC X(40).
           05 WS-PRT-AMT-VALUE PIC Z(12)9.99.
           05 FILLER PIC X(22) VALUE SPACES.
       01 WS-PRT-TAX.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-PRT-TAX-CODE PIC A(3).
           05 FILLER PIC X(7) VALUE ' BASE: '.
           05 WS-PRT-TAX-BASE PIC Z(12)9.99.
           05 FILLER PIC X(11) VALUE '   RETIDO: '.
           05 WS-PRT-TAX-VALUE PIC Z(12)9.99.
           05 FILLER PIC X(25) VALUE SPACES.
       01 WS-PRT-NUMBER PIC Z(9)9.
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
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-YEAR = WS-TODAY / 10000 - 1.
           OPEN INPUT PARM-IN.
           IF FS-PARM = '00' THEN
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                     IF PARM-IN-YEAR IS NUMERIC AND
                             PARM-IN-YEAR > 0 THEN
                         MOVE PARM-IN-YEAR TO WS-YEAR
                     END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           COMPUTE WS-PREV-END = (WS-YEAR - 1) * 10000 + 1231.
           COMPUTE WS-YEAR-START = WS-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-YEAR * 10000 + 1231.
           OPEN INPUT PEOPLE-IN.
           OPEN INPUT STATEMENT-IN.
           OPEN INPUT HOLDER-IN.
           OPEN INPUT LEDGER-IN.
           OPEN INPUT CDB-IN.
           OPEN INPUT LOAN-IN.
           OPEN INPUT LIABILITY-IN.
           OPEN OUTPUT REPORT-OUT.
           OPEN OUTPUT HELD-OUT.
           IF FS-PEOPLE NOT = '00' OR FS NOT = '00' OR
                   FS-LEDGER NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO INFORME DE '
                   'RENDIMENTOS: ' FS-PEOPLE ' ' FS ' ' FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               PERFORM APURA-RETENCOES-ANO
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PEOPLE-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF NOT PEOPLE-IN-ABSORBED AND
                                 PEOPLE-IN-CPF NOT = SPACES THEN
                             PERFORM MONTA-INFORME
                         END-IF
                   END-READ
               END-PERFORM
               PERFORM APURA-RECOLHIMENTO
               DISPLAY 'INFORMES DE RENDIMENTOS DO ANO ' WS-YEAR ': '
                   WS-CPF-COUNT ' CPFS, ' WS-HELD-COUNT ' RETIDOS'
           END-IF.
           PERFORM GRAVA-CONTROLE.
           CLOSE HELD-OUT.
           CLOSE REPORT-OUT.
           IF FS-LIAB = '00' THEN
               CLOSE LIABILITY-IN
           END-IF.
           IF FS-LOAN = '00' THEN
               CLOSE LOAN-IN
           END-IF.
           IF FS-CDB = '00' THEN
               CLOSE CDB-IN
           END-IF.
           IF FS-LEDGER = '00' THEN
               CLOSE LEDGER-IN
           END-IF.
           IF FS-HOLDER = '00' THEN
               CLOSE HOLDER-IN
           END-IF.
           IF FS = '00' THEN
               CLOSE STATEMENT-IN
           END-IF.
           IF FS-PEOPLE = '00' THEN
               CLOSE PEOPLE-IN
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Total do ano por tributo direto do arquivo de retencoes,
      *    independente de o cliente receber informe
       APURA-RETENCOES-ANO.
           OPEN INPUT WITHHELD-IN.
           IF FS-WHOLD = '00' THEN
               MOVE 'N' TO WS-WHOLD-EOF
               PERFORM UNTIL WS-WHOLD-EOF = 'Y'
                   READ WITHHELD-IN
                       AT END MOVE 'Y' TO WS-WHOLD-EOF
                       NOT AT END
                         IF WHOLD-IN-DATE NOT < WS-YEAR-START AND
                                 WHOLD-IN-DATE NOT > WS-YEAR-END THEN
                             PERFORM LOCALIZA-TRIBUTO
                             IF WS-TAX-FOUND = 'Y' THEN
                                 ADD 1 TO WS-TAX-FILE-ITEMS(WS-TAX-IDX)
                                 ADD WHOLD-IN-TAX TO
                                     WS-TAX-FILE-TAX(WS-TAX-IDX)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHHELD-IN
           END-IF.

       LOCALIZA-TRIBUTO.
           MOVE 'N' TO WS-TAX-FOUND.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   OR WS-TAX-FOUND = 'Y'
               IF WS-TAX-CODE(WS-TAX-IDX) = WHOLD-IN-CODE THEN
                   MOVE 'Y' TO WS-TAX-FOUND
               END-IF
           END-PERFORM.
           IF WS-TAX-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-TAX-IDX
           ELSE
               IF WS-TAX-COUNT < WS-TAX-MAX THEN
                   ADD 1 TO WS-TAX-COUNT
                   MOVE WS-TAX-COUNT TO WS-TAX-IDX
                   MOVE WHOLD-IN-CODE TO WS-TAX-CODE(WS-TAX-IDX)
                   MOVE 0 TO WS-TAX-CLI-BASE(WS-TAX-IDX)
                   MOVE 0 TO WS-TAX-CLI-TAX(WS-TAX-IDX)
                   MOVE 0 TO WS-TAX-FILE-ITEMS(WS-TAX-IDX)
                   MOVE 0 TO WS-TAX-FILE-TAX(WS-TAX-IDX)
                   MOVE 0 TO WS-TAX-INF-TAX(WS-TAX-IDX)
                   MOVE 0 TO WS-TAX-LIAB-TAX(WS-TAX-IDX)
                   MOVE 'Y' TO WS-TAX-FOUND
               END-IF
           END-IF.

       MONTA-INFORME.
           PERFORM REUNE-CONTAS.
           IF WS-ACCT-COUNT > 0 THEN
               MOVE 0 TO WS-SAVINGS-INCOME
               MOVE 0 TO WS-CDB-INCOME
               MOVE 0 TO WS-LOAN-TOTAL
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   PERFORM APURA-CONTA
                   PERFORM APURA-EMPRESTIMO
               END-PERFORM
               PERFORM APURA-RETENCOES-CLIENTE
               IF PEOPLE-IN-UNDELIVERABLE THEN
                   MOVE 'Y' TO WS-HELD
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE 'N' TO WS-HELD
               END-IF
               PERFORM IMPRIME-INFORME
               ADD 1 TO WS-CPF-COUNT
               ADD WS-SAVINGS-INCOME TO WS-SAVINGS-TOTAL
               ADD WS-CDB-INCOME TO WS-CDB-TOTAL
               ADD WS-LOAN-TOTAL TO WS-DEBT-TOTAL
           END-IF.

      *    Contas em que o cliente e o titular principal, mais as
      *    contas conjuntas em que tem vinculo ativo de titular ou
      *    co-titular em storage/accountholder.data
       REUNE-CONTAS.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE PEOPLE-IN-ID TO ACCOUNT-IN-PEOPLE-ID.
           START STATEMENT-IN
               KEY IS EQUAL TO ACCOUNT-IN-PEOPLE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ STATEMENT-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     IF ACCOUNT-IN-PEOPLE-ID NOT = PEOPLE-IN-ID THEN
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                         PERFORM INCLUI-CONTA
                     END-IF
               END-READ
           END-PERFORM.
           IF FS-HOLDER = '00' THEN
               MOVE PEOPLE-IN-ID TO HOLDER-IN-PEOPLE-ID
               START HOLDER-IN
                   KEY IS EQUAL TO HOLDER-IN-PEOPLE-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ HOLDER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF HOLDER-IN-PEOPLE-ID NOT = PEOPLE-IN-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF HOLDER-IN-ACTIVE AND
                                 (HOLDER-IN-PRIMARY OR
                                  HOLDER-IN-JOINT) THEN
                             MOVE HOLDER-IN-ACCOUNT-ID TO ACCOUNT-IN-ID
                             READ STATEMENT-IN
                                 KEY IS ACCOUNT-IN-ID
                                 INVALID KEY
                                   CONTINUE
                                 NOT INVALID KEY
                                   PERFORM INCLUI-CONTA
                             END-READ
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Conta lida em STATEMENT-IN entra uma vez so no informe
       INCLUI-CONTA.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND = 'Y'
               IF WS-ACCT-ID(WS-ACCT-IDX) = ACCOUNT-IN-ID THEN
                   MOVE 'Y' TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = 'N' AND WS-ACCT-COUNT < WS-ACCT-MAX THEN
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACCOUNT-IN-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
               MOVE ACCOUNT-IN-CURRENCY TO
                   WS-ACCT-CURRENCY(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-BAL-PREV(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-BAL-YEAR(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-LOAN-AFTER(WS-ACCT-COUNT)
               MOVE 'N' TO WS-ACCT-LOAN-FLAG(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-LOAN-BAL(WS-ACCT-COUNT)
           END-IF.

      *    Historico da conta no razao: o saldo do ultimo lancamento
      *    ate cada 31/12 (o SLD do fechamento de periodo carrega o
      *    saldo arquivado), os rendimentos creditados no ano e os
      *    debitos de emprestimo posteriores ao ano
       APURA-CONTA.
           MOVE WS-ACCT-ID(WS-ACCT-IDX) TO LEDGER-IN-ACCOUNT-ID.
           MOVE 0 TO LEDGER-IN-DATE.
           MOVE 0 TO LEDGER-IN-TIME.
           MOVE 0 TO LEDGER-IN-TXN-ID.
           START LEDGER-IN
               KEY IS NOT LESS THAN LEDGER-IN-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-DONE
               NOT INVALID KEY MOVE 'N' TO WS-LEDGER-DONE
           END-START.
           PERFORM UNTIL WS-LEDGER-DONE = 'Y'
               READ LEDGER-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-DONE
                   NOT AT END
                     IF LEDGER-IN-ACCOUNT-ID NOT =
                             WS-ACCT-ID(WS-ACCT-IDX) THEN
                         MOVE 'Y' TO WS-LEDGER-DONE
                     ELSE
                     IF LEDGER-IN-DATE NOT > WS-PREV-END THEN
                         MOVE LEDGER-IN-BALANCE TO
                             WS-ACCT-BAL-PREV(WS-ACCT-IDX)
                         MOVE LEDGER-IN-BALANCE TO
                             WS-ACCT-BAL-YEAR(WS-ACCT-IDX)
                     ELSE
                     IF LEDGER-IN-DATE NOT > WS-YEAR-END THEN
                         MOVE LEDGER-IN-BALANCE TO
                             WS-ACCT-BAL-YEAR(WS-ACCT-IDX)
                         PERFORM APURA-RENDIMENTO
                     ELSE
                         IF LEDGER-IN-DEBIT AND
                                 (LEDGER-IN-OPERATION = 'PAG' OR
                                  LEDGER-IN-OPERATION = 'JEP' OR
                                  LEDGER-IN-OPERATION = 'LIQ') THEN
                             ADD LEDGER-IN-VALUE TO
                                 WS-ACCT-LOAN-AFTER(WS-ACCT-IDX)
                         END-IF
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.

       APURA-RENDIMENTO.
           IF LEDGER-IN-CREDIT AND LEDGER-IN-OPERATION = 'JUR' THEN
               ADD LEDGER-IN-VALUE TO WS-SAVINGS-INCOME
           END-IF.
      *    Vencimento (CDB com referencia a aplicacao) e resgate
      *    antecipado (RES): o que passa do principal e rendimento
           IF LEDGER-IN-CREDIT AND FS-CDB = '00' AND
                   ((LEDGER-IN-OPERATION = 'CDB' AND
                     LEDGER-IN-REF-TXN-ID > 0) OR
                    LEDGER-IN-OPERATION = 'RES') THEN
               MOVE LEDGER-IN-REF-TXN-ID TO CDB-IN-ID
               READ CDB-IN
                   INVALID KEY
                     DISPLAY 'CDB DO CREDITO NAO ENCONTRADO: '
                         LEDGER-IN-REF-TXN-ID
                     ADD 1 TO WS-RUN-LOG-REJECTED
                   NOT INVALID KEY
                     IF LEDGER-IN-VALUE > CDB-IN-PRINCIPAL THEN
                         COMPUTE WS-CDB-INCOME = WS-CDB-INCOME +
                             LEDGER-IN-VALUE - CDB-IN-PRINCIPAL
                     END-IF
               END-READ
           END-IF.

      *    O contrato leva o numero da conta que recebeu o credito;
      *    entra no informe se estava em aberto em 31/12
       APURA-EMPRESTIMO.
           IF FS-LOAN = '00' THEN
               MOVE WS-ACCT-ID(WS-ACCT-IDX) TO LOAN-IN-ID
               READ LOAN-IN
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
      *              Divida declarada so pelo tomador, nao pelos
      *              co-titulares da conta do credito
                     IF LOAN-IN-PEOPLE-ID = PEOPLE-IN-ID AND
                             LOAN-IN-ORIG-DATE NOT > WS-YEAR-END AND
                             NOT (LOAN-IN-PAID-OFF AND
                                  LOAN-IN-PAYOFF-DATE NOT >
                                      WS-YEAR-END) AND
                             NOT (LOAN-IN-CHARGED-OFF AND
                                  LOAN-IN-CHARGEOFF-DATE NOT >
                                      WS-YEAR-END) THEN
                         MOVE 'Y' TO WS-ACCT-LOAN-FLAG(WS-ACCT-IDX)
                         COMPUTE WS-ACCT-LOAN-BAL(WS-ACCT-IDX) =
                             LOAN-IN-BALANCE +
                             WS-ACCT-LOAN-AFTER(WS-ACCT-IDX)
                         ADD WS-ACCT-LOAN-BAL(WS-ACCT-IDX)
                             TO WS-LOAN-TOTAL
                     END-IF
               END-READ
           END-IF.

       APURA-RETENCOES-CLIENTE.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               MOVE 0 TO WS-TAX-CLI-BASE(WS-TAX-IDX)
               MOVE 0 TO WS-TAX-CLI-TAX(WS-TAX-IDX)
           END-PERFORM.
           OPEN INPUT WITHHELD-IN.
           IF FS-WHOLD = '00' THEN
               MOVE 'N' TO WS-WHOLD-EOF
               PERFORM UNTIL WS-WHOLD-EOF = 'Y'
                   READ WITHHELD-IN
                       AT END MOVE 'Y' TO WS-WHOLD-EOF
                       NOT AT END
                         IF WHOLD-IN-PEOPLE-ID = PEOPLE-IN-ID AND
                                 WHOLD-IN-DATE NOT < WS-YEAR-START AND
                                 WHOLD-IN-DATE NOT > WS-YEAR-END THEN
                             PERFORM LOCALIZA-TRIBUTO
                             IF WS-TAX-FOUND = 'Y' THEN
                                 ADD WHOLD-IN-BASE TO
                                     WS-TAX-CLI-BASE(WS-TAX-IDX)
                                 ADD WHOLD-IN-TAX TO
                                     WS-TAX-CLI-TAX(WS-TAX-IDX)
                                 ADD WHOLD-IN-TAX TO
                                     WS-TAX-INF-TAX(WS-TAX-IDX)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WITHHELD-IN
           END-IF.

       IMPRIME-INFORME.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'INFORME DE RENDIMENTOS FINANCEIROS - '
               'ANO-CALENDARIO ' WS-YEAR
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CLIENTE: ' PEOPLE-IN-NAME
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CPF: ' PEOPLE-IN-CPF
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           MOVE PEOPLE-IN-NUMBER TO WS-PRT-NUMBER.
           MOVE SPACES TO WS-PRT-LINE.
           STRING PEOPLE-IN-STREET DELIMITED BY '  '
               ', ' WS-PRT-NUMBER DELIMITED BY SIZE
               INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           STRING PEOPLE-IN-NEIGHBORHOOD DELIMITED BY '  '
               ' - ' PEOPLE-IN-CITY DELIMITED BY '  '
               ' - CEP ' PEOPLE-IN-CEP DELIMITED BY SIZE
               INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'SALDOS EM CONTA               EM 31/12/'
               WS-PREV-END(1:4) '     EM 31/12/' WS-YEAR
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-ID(WS-ACCT-IDX) TO WS-PRT-BAL-ACCOUNT
               MOVE WS-ACCT-CURRENCY(WS-ACCT-IDX)
                   TO WS-PRT-BAL-CURRENCY
               MOVE WS-ACCT-BAL-PREV(WS-ACCT-IDX) TO WS-PRT-BAL-PREV
               MOVE WS-ACCT-BAL-YEAR(WS-ACCT-IDX) TO WS-PRT-BAL-YEAR
               MOVE WS-PRT-BALANCE TO WS-PRT-LINE
               PERFORM GRAVA-LINHA
           END-PERFORM.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE 'RENDIMENTOS CREDITADOS NO ANO' TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE 'JUROS DE POUPANCA' TO WS-PRT-AMT-TEXT.
           MOVE WS-SAVINGS-INCOME TO WS-PRT-AMT-VALUE.
           MOVE WS-PRT-AMOUNT TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE 'RENDIMENTO DE CDB' TO WS-PRT-AMT-TEXT.
           MOVE WS-CDB-INCOME TO WS-PRT-AMT-VALUE.
           MOVE WS-PRT-AMOUNT TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE 'IMPOSTOS RETIDOS NO ANO' TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-CLI-TAX(WS-TAX-IDX) > 0 THEN
                   MOVE WS-TAX-CODE(WS-TAX-IDX) TO WS-PRT-TAX-CODE
                   MOVE WS-TAX-CLI-BASE(WS-TAX-IDX) TO WS-PRT-TAX-BASE
                   MOVE WS-TAX-CLI-TAX(WS-TAX-IDX) TO WS-PRT-TAX-VALUE
                   MOVE WS-PRT-TAX TO WS-PRT-LINE
                   PERFORM GRAVA-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'DIVIDAS E ONUS EM 31/12/' WS-YEAR
               DELIMITED BY SIZE INTO WS-PRT-LINE
           END-STRING.
           PERFORM GRAVA-LINHA.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-LOAN-FLAG(WS-ACCT-IDX) = 'Y' THEN
                   MOVE SPACES TO WS-PRT-AMT-TEXT
                   STRING 'EMPRESTIMO ' WS-ACCT-ID(WS-ACCT-IDX)
                       DELIMITED BY SIZE INTO WS-PRT-AMT-TEXT
                   END-STRING
                   MOVE WS-ACCT-LOAN-BAL(WS-ACCT-IDX)
                       TO WS-PRT-AMT-VALUE
                   MOVE WS-PRT-AMOUNT TO WS-PRT-LINE
                   PERFORM GRAVA-LINHA
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO WS-PRT-LINE.
           PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
           IF WS-HELD = 'Y' THEN
               WRITE HELD-OUT-LINE FROM WS-PRT-LINE
               END-WRITE
           ELSE
               WRITE REPORT-OUT-LINE FROM WS-PRT-LINE
               END-WRITE
           END-IF.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

      *    Saldo a recolher dos doze meses do ano, por tributo
       APURA-RECOLHIMENTO.
           IF FS-LIAB = '00' THEN
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   PERFORM VARYING WS-MONTH FROM 1 BY 1
                           UNTIL WS-MONTH > 12
                       COMPUTE WS-PERIOD = WS-YEAR * 100 + WS-MONTH
                       MOVE WS-PERIOD TO LIAB-IN-PERIOD
                       MOVE WS-TAX-CODE(WS-TAX-IDX) TO LIAB-IN-CODE
                       READ LIABILITY-IN
                           INVALID KEY
                             CONTINUE
                           NOT INVALID KEY
                             ADD LIAB-IN-AMOUNT TO
                                 WS-TAX-LIAB-TAX(WS-TAX-IDX)
                       END-READ
                   END-PERFORM
               END-PERFORM
           END-IF.

      *    Conferencia com o que foi declarado a receita
       GRAVA-CONTROLE.
           OPEN OUTPUT CONTROL-OUT.
           IF FS-CONTROL NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR '
                   'OUTPUT/INCOMEREPORTCONTROL.DATA: ' FS-CONTROL
           ELSE
               MOVE SPACES TO CONTROL-OUT-LINE
               STRING 'INFORMES DE RENDIMENTOS DO ANO-CALENDARIO '
                   WS-YEAR ' GERADOS EM ' WS-TODAY
                   DELIMITED BY SIZE INTO CONTROL-OUT-LINE
               END-STRING
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'CPFS COM INFORME' TO WS-CONTROL-TEXT
               MOVE WS-CPF-COUNT TO WS-CONTROL-ITEMS
               MOVE 0 TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'INFORMES RETIDOS, ENDERECO' TO WS-CONTROL-TEXT
               MOVE WS-HELD-COUNT TO WS-CONTROL-ITEMS
               MOVE 0 TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'JUROS DE POUPANCA INFORMADOS' TO WS-CONTROL-TEXT
               MOVE 0 TO WS-CONTROL-ITEMS
               MOVE WS-SAVINGS-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'RENDIMENTO DE CDB INFORMADO' TO WS-CONTROL-TEXT
               MOVE 0 TO WS-CONTROL-ITEMS
               MOVE WS-CDB-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               MOVE SPACES TO WS-CONTROL-LINE
               MOVE 'DIVIDAS INFORMADAS EM 31/12' TO WS-CONTROL-TEXT
               MOVE 0 TO WS-CONTROL-ITEMS
               MOVE WS-DEBT-TOTAL TO WS-CONTROL-VALUE
               MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE
               WRITE CONTROL-OUT-LINE
               END-WRITE
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   PERFORM GRAVA-CONTROLE-TRIBUTO
               END-PERFORM
               MOVE SPACES TO CONTROL-OUT-LINE
               IF WS-BALANCED = 'Y' THEN
                   MOVE 'INFORMES CONFEREM COM O RECOLHIMENTO DO ANO'
                       TO CONTROL-OUT-LINE
               ELSE
                   MOVE 'INFORMES DIVERGEM DO RECOLHIMENTO DO ANO'
                       TO CONTROL-OUT-LINE
               END-IF
               WRITE CONTROL-OUT-LINE
               END-WRITE
               DISPLAY CONTROL-OUT-LINE
               CLOSE CONTROL-OUT
           END-IF.

       GRAVA-CONTROLE-TRIBUTO.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-TEXT.
           STRING WS-TAX-CODE(WS-TAX-IDX) ' RETIDO NO ARQUIVO'
               DELIMITED BY SIZE INTO WS-CONTROL-TEXT
           END-STRING.
           MOVE WS-TAX-FILE-ITEMS(WS-TAX-IDX) TO WS-CONTROL-ITEMS.
           MOVE WS-TAX-FILE-TAX(WS-TAX-IDX) TO WS-CONTROL-VALUE.
           MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE.
           WRITE CONTROL-OUT-LINE
           END-WRITE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-TEXT.
           STRING WS-TAX-CODE(WS-TAX-IDX) ' NOS INFORMES'
               DELIMITED BY SIZE INTO WS-CONTROL-TEXT
           END-STRING.
           MOVE 0 TO WS-CONTROL-ITEMS.
           MOVE WS-TAX-INF-TAX(WS-TAX-IDX) TO WS-CONTROL-VALUE.
           MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE.
           WRITE CONTROL-OUT-LINE
           END-WRITE.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-TEXT.
           STRING WS-TAX-CODE(WS-TAX-IDX) ' DECLARADO NO RECOLHIMENTO'
               DELIMITED BY SIZE INTO WS-CONTROL-TEXT
           END-STRING.
           MOVE 0 TO WS-CONTROL-ITEMS.
           MOVE WS-TAX-LIAB-TAX(WS-TAX-IDX) TO WS-CONTROL-VALUE.
           MOVE WS-CONTROL-LINE TO CONTROL-OUT-LINE.
           WRITE CONTROL-OUT-LINE
           END-WRITE.
           IF WS-TAX-INF-TAX(WS-TAX-IDX) NOT =
                   WS-TAX-LIAB-TAX(WS-TAX-IDX) OR
                   WS-TAX-FILE-TAX(WS-TAX-IDX) NOT =
                   WS-TAX-LIAB-TAX(WS-TAX-IDX) THEN
               MOVE 'N' TO WS-BALANCED
               ADD 1 TO WS-RUN-LOG-REJECTED
               DISPLAY 'INFORMES DIVERGEM DO RECOLHIMENTO: '
                   WS-TAX-CODE(WS-TAX-IDX) ' '
                   WS-TAX-INF-TAX(WS-TAX-IDX) ' / '
                   WS-TAX-FILE-TAX(WS-TAX-IDX) ' / '
                   WS-TAX-LIAB-TAX(WS-TAX-IDX)
           END-IF.
