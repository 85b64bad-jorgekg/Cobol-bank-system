      ******************************************************************
      * Author:
      * Date:
      * Purpose:Rentabilidade mensal por cliente para a revisao de
      *         carteira da area comercial.  O mes (AAAAMM) vem de
      *         input/profitability.data; na falta, o mes anterior ao
      *         da data de processamento.  Cada conta de
      *         storage/statement.data e apurada no razao do mes:
      *         receitas de tarifa de conta (TAR de BANK-ACCOUNT-FEE e
      *         demais tarifas), juros de cheque especial (JDV),
      *         tarifas de cartao (TAR lancada por job de cartao) e de
      *         cobranca de boleto (TAR de BANK-BOLETO-SETTLE), mais o
      *         juro das parcelas pagas do emprestimo da conta com
      *         vencimento no mes (abertura principal/juro de
      *         storage/loanschedule.data); custos de juros de poupanca
      *         (JUR), rendimento de CDB creditado (CDB/RES acima do
      *         principal de storage/termdeposit.data) e tarifas
      *         devolvidas (EST de um lancamento TAR).  O resultado da
      *         conta e dividido em partes iguais entre o titular e os
      *         co-titulares ativos de storage/accountholder.data.
      *         Produtos do cliente: contas nao encerradas, emprestimo
      *         em aberto da conta, CDBs em aberto e cartoes nao
      *         cancelados.  Em output/profitability.data uma linha
      *         'C' por cliente com produto, em ordem de resultado, com
      *         a posicao e o decil (1 o mais rentavel), e a linha 'T'
      *         do total.  Valores em BRL: a apuracao de cada conta
      *         em moeda estrangeira e convertida pela cotacao do fim
      *         do mes (BANK-FX-LOOKUP); conta de moeda sem cotacao
      *         entra com valores zerados e conta como rejeitada
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PROFITABILITY.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PARM-IN ASSIGN TO 'input/profitability.data'
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
              SELECT LOAN-IN ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LOAN-IN-ID
              FILE STATUS IS FS-LOAN.
              SELECT SCHEDULE-IN ASSIGN TO 'storage/loanschedule.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS SCHED-IN-KEY
              FILE STATUS IS FS-SCHED.
              SELECT CDB-IN ASSIGN TO 'storage/termdeposit.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CDB-IN-ID
              FILE STATUS IS FS-CDB.
              SELECT CARD-IN ASSIGN TO 'storage/card.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS CARD-IN-NUMBER
              FILE STATUS IS FS-CARD.
              SELECT REPORT-OUT ASSIGN TO 'output/profitability.data'
              FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-IN.
       01 PARM-IN-RECORD.
           05 PARM-IN-PERIOD PIC 9(6).

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

       FD LOAN-IN.
       01 LOAN-IN-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-IN==.

       FD SCHEDULE-IN.
       01 SCHEDULE-IN-RECORD.
           COPY SCHEDREC REPLACING ==:PFX:== BY ==SCHED-IN==.

       FD CDB-IN.
       01 CDB-IN-RECORD.
           COPY CDBREC REPLACING ==:PFX:== BY ==CDB-IN==.

       FD CARD-IN.
       01 CARD-IN-RECORD.
           COPY CARDREC REPLACING ==:PFX:== BY ==CARD-IN==.

       FD REPORT-OUT.
       01 REPORT-OUT-RECORD.
           05 REPORT-OUT-TYPE PIC A(1).
               88 REPORT-OUT-CUSTOMER VALUE 'C'.
               88 REPORT-OUT-TRAILER VALUE 'T'.
           05 REPORT-OUT-PERIOD PIC 9(6).
      *    Posicao e decil na linha 'C'; na linha 'T' a posicao traz
      *    a quantidade de clientes classificados
           05 REPORT-OUT-RANK PIC 9(7).
           05 REPORT-OUT-DECILE PIC 9(2).
           05 REPORT-OUT-PEOPLE-ID PIC 9(10).
           05 REPORT-OUT-PRODUCTS PIC 9(5).
           05 REPORT-OUT-ACCOUNT-FEES PIC 9(11)V9(2).
           05 REPORT-OUT-OVERDRAFT PIC 9(11)V9(2).
           05 REPORT-OUT-LOAN-INTEREST PIC 9(11)V9(2).
           05 REPORT-OUT-CARD-FEES PIC 9(11)V9(2).
           05 REPORT-OUT-BOLETO-FEES PIC 9(11)V9(2).
           05 REPORT-OUT-SAVINGS-INT PIC 9(11)V9(2).
           05 REPORT-OUT-CDB-INT PIC 9(11)V9(2).
           05 REPORT-OUT-WAIVERS PIC 9(11)V9(2).
           05 REPORT-OUT-RESULT PIC S9(11)V9(2)
               SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-PROFITABILITY'.
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
       01 FS-LOAN PIC X(2).
       01 FS-SCHED PIC X(2).
       01 FS-CDB PIC X(2).
       01 FS-CARD PIC X(2).
       01 FS-REPORT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-SCAN-DONE PIC A(1).
       01 WS-LEDGER-DONE PIC A(1).
      *    Clientes na ordem de storage/people.data (ID crescente),
      *    localizados por busca binaria
       01 WS-CUST-MAX PIC 9(5) COMP VALUE 5000.
       01 WS-CUST-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-CUST-IDX PIC 9(5) COMP.
       01 WS-CUST-OTHER PIC 9(5) COMP.
       01 WS-CUST-LOW PIC 9(5) COMP.
       01 WS-CUST-HIGH PIC 9(5) COMP.
       01 WS-CUST-FOUND PIC A(1).
       01 WS-SEEK-ID PIC 9(10).
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 5000 TIMES.
               10 WS-CUST-ID PIC 9(10).
               10 WS-CUST-PRODUCTS PIC 9(5).
               10 WS-CUST-ACCOUNT-FEES PIC 9(11)V9(2).
               10 WS-CUST-OVERDRAFT PIC 9(11)V9(2).
               10 WS-CUST-LOAN-INTEREST PIC 9(11)V9(2).
               10 WS-CUST-CARD-FEES PIC 9(11)V9(2).
               10 WS-CUST-BOLETO-FEES PIC 9(11)V9(2).
               10 WS-CUST-SAVINGS-INT PIC 9(11)V9(2).
               10 WS-CUST-CDB-INT PIC 9(11)V9(2).
               10 WS-CUST-WAIVERS PIC 9(11)V9(2).
               10 WS-CUST-RESULT PIC S9(11)V9(2).
               10 WS-CUST-RANK PIC 9(5).
      *    Cliente na posicao N da classificacao
       01 WS-RANK-TABLE.
           05 WS-RANK-CUST PIC 9(5) COMP OCCURS 5000 TIMES.
       01 WS-RANKED-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-RANK PIC 9(5) COMP.
       01 WS-DECILE PIC 9(2).
      *    Titular e co-titulares ativos da conta em apuracao
       01 WS-HOLD-MAX PIC 9(2) COMP VALUE 20.
       01 WS-HOLD-COUNT PIC 9(2) COMP.
       01 WS-HOLD-IDX PIC 9(2) COMP.
       01 WS-HOLD-FOUND PIC A(1).
       01 WS-HOLD-TABLE.
           05 WS-HOLD-CUST PIC 9(5) COMP OCCURS 20 TIMES.
      *    Estornos do mes na conta, conferidos depois da leitura do
      *    razao contra o lancamento original
       01 WS-EST-MAX PIC 9(3) COMP VALUE 200.
       01 WS-EST-COUNT PIC 9(3) COMP.
       01 WS-EST-IDX PIC 9(3) COMP.
       01 WS-EST-TABLE.
           05 WS-EST-ENTRY OCCURS 200 TIMES.
               10 WS-EST-REF-DATE PIC 9(8).
               10 WS-EST-REF-TIME PIC 9(8).
               10 WS-EST-REF-TXN-ID PIC 9(14).
               10 WS-EST-VALUE PIC 9(10)V9(2).
      *    Apuracao da conta no mes, antes da divisao entre titulares
       01 WS-ACC-PRODUCTS PIC 9(3).
       01 WS-ACC-ACCOUNT-FEES PIC 9(11)V9(2).
       01 WS-ACC-OVERDRAFT PIC 9(11)V9(2).
       01 WS-ACC-LOAN-INTEREST PIC 9(11)V9(2).
       01 WS-ACC-CARD-FEES PIC 9(11)V9(2).
       01 WS-ACC-BOLETO-FEES PIC 9(11)V9(2).
       01 WS-ACC-SAVINGS-INT PIC 9(11)V9(2).
       01 WS-ACC-CDB-INT PIC 9(11)V9(2).
       01 WS-ACC-WAIVERS PIC 9(11)V9(2).
       01 WS-SHARE PIC 9(11)V9(2).
       01 WS-RATE PIC 9(4)V9(6).
       01 WS-RATE-FOUND PIC A(1).
       01 WS-RESULT-TOTAL PIC S9(13)V9(2) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           IF WS-PERIOD-MM = 1 THEN
               SUBTRACT 1 FROM WS-PERIOD-YYYY
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
           OPEN INPUT PARM-IN.
           IF FS-PARM = '00' THEN
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                     IF PARM-IN-PERIOD IS NUMERIC AND
                             PARM-IN-PERIOD > 0 THEN
                         MOVE PARM-IN-PERIOD TO WS-PERIOD
                     END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1.
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.
           INITIALIZE WS-CUST-TABLE.
           OPEN INPUT PEOPLE-IN.
           OPEN INPUT STATEMENT-IN.
           OPEN INPUT HOLDER-IN.
           OPEN INPUT LEDGER-IN.
           OPEN INPUT LOAN-IN.
           OPEN INPUT SCHEDULE-IN.
           OPEN INPUT CDB-IN.
           OPEN INPUT CARD-IN.
           OPEN OUTPUT REPORT-OUT.
           IF FS-PEOPLE NOT = '00' OR FS NOT = '00' OR
                   FS-LEDGER NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA RENTABILIDADE: '
                   FS-PEOPLE ' ' FS ' ' FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               PERFORM CARREGA-CLIENTES
               PERFORM APURA-CONTAS
               PERFORM CONTA-CDBS
               PERFORM CONTA-CARTOES
               PERFORM CLASSIFICA-CLIENTES
               PERFORM GRAVA-RELATORIO
               DISPLAY 'RENTABILIDADE DO MES ' WS-PERIOD ': '
                   WS-RANKED-COUNT ' CLIENTES CLASSIFICADOS'
           END-IF.
           CLOSE REPORT-OUT.
           IF FS-CARD = '00' THEN
               CLOSE CARD-IN
           END-IF.
           IF FS-CDB = '00' THEN
               CLOSE CDB-IN
           END-IF.
           IF FS-SCHED = '00' THEN
               CLOSE SCHEDULE-IN
           END-IF.
           IF FS-LOAN = '00' THEN
               CLOSE LOAN-IN
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

      *    Cliente incorporado a outro cadastro fica de fora: as
      *    contas dele ja passaram para o sobrevivente
       CARREGA-CLIENTES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEOPLE-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     IF NOT PEOPLE-IN-ABSORBED THEN
                         IF WS-CUST-COUNT < WS-CUST-MAX THEN
                             ADD 1 TO WS-CUST-COUNT
                             MOVE PEOPLE-IN-ID TO
                                 WS-CUST-ID(WS-CUST-COUNT)
                         ELSE
                             ADD 1 TO WS-RUN-LOG-REJECTED
                             DISPLAY 'TABELA DE CLIENTES CHEIA, FORA '
                                 'DA RENTABILIDADE: ' PEOPLE-IN-ID
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

       APURA-CONTAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATEMENT-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     PERFORM REUNE-TITULARES
                     IF WS-HOLD-COUNT > 0 THEN
                         PERFORM APURA-CONTA
                         IF ACCOUNT-IN-CURRENCY NOT = 'BRL' THEN
                             PERFORM CONVERTE-CONTA
                         END-IF
                         PERFORM RATEIA-CONTA
                     END-IF
               END-READ
           END-PERFORM.

      *    Titular da conta mais os co-titulares ativos do vinculo;
      *    procurador nao participa
       REUNE-TITULARES.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE ACCOUNT-IN-PEOPLE-ID TO WS-SEEK-ID.
           PERFORM INCLUI-TITULAR.
           IF FS-HOLDER = '00' THEN
               MOVE ACCOUNT-IN-ID TO HOLDER-IN-ACCOUNT-ID
               MOVE 0 TO HOLDER-IN-PEOPLE-ID
               START HOLDER-IN
                   KEY IS NOT LESS THAN HOLDER-IN-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ HOLDER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF HOLDER-IN-ACCOUNT-ID NOT =
                                 ACCOUNT-IN-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF HOLDER-IN-ACTIVE AND
                                 (HOLDER-IN-PRIMARY OR
                                  HOLDER-IN-JOINT) THEN
                             MOVE HOLDER-IN-PEOPLE-ID TO WS-SEEK-ID
                             PERFORM INCLUI-TITULAR
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

       INCLUI-TITULAR.
           PERFORM LOCALIZA-CLIENTE.
           IF WS-CUST-FOUND = 'Y' THEN
               MOVE 'N' TO WS-HOLD-FOUND
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   IF WS-HOLD-CUST(WS-HOLD-IDX) = WS-CUST-IDX THEN
                       MOVE 'Y' TO WS-HOLD-FOUND
                   END-IF
               END-PERFORM
               IF WS-HOLD-FOUND = 'N' AND
                       WS-HOLD-COUNT < WS-HOLD-MAX THEN
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-CUST-IDX TO WS-HOLD-CUST(WS-HOLD-COUNT)
               END-IF
           END-IF.

      *    Busca binaria de WS-SEEK-ID; devolve WS-CUST-IDX
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-CUST-FOUND.
           MOVE 1 TO WS-CUST-LOW.
           MOVE WS-CUST-COUNT TO WS-CUST-HIGH.
           PERFORM UNTIL WS-CUST-FOUND = 'Y' OR
                   WS-CUST-LOW > WS-CUST-HIGH
               COMPUTE WS-CUST-IDX = (WS-CUST-LOW + WS-CUST-HIGH) / 2
               IF WS-CUST-ID(WS-CUST-IDX) = WS-SEEK-ID THEN
                   MOVE 'Y' TO WS-CUST-FOUND
               ELSE
               IF WS-CUST-ID(WS-CUST-IDX) < WS-SEEK-ID THEN
                   COMPUTE WS-CUST-LOW = WS-CUST-IDX + 1
               ELSE
                   IF WS-CUST-IDX = 1 THEN
                       MOVE 0 TO WS-CUST-HIGH
                   ELSE
                       COMPUTE WS-CUST-HIGH = WS-CUST-IDX - 1
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

      *    Razao da conta no mes, emprestimo da conta (o contrato
      *    leva o numero da conta que recebeu o credito) e estornos
      *    de tarifa
       APURA-CONTA.
           MOVE 0 TO WS-ACC-PRODUCTS.
           MOVE 0 TO WS-ACC-ACCOUNT-FEES.
           MOVE 0 TO WS-ACC-OVERDRAFT.
           MOVE 0 TO WS-ACC-LOAN-INTEREST.
           MOVE 0 TO WS-ACC-CARD-FEES.
           MOVE 0 TO WS-ACC-BOLETO-FEES.
           MOVE 0 TO WS-ACC-SAVINGS-INT.
           MOVE 0 TO WS-ACC-CDB-INT.
           MOVE 0 TO WS-ACC-WAIVERS.
           MOVE 0 TO WS-EST-COUNT.
           IF NOT ACCOUNT-IN-CLOSED THEN
               ADD 1 TO WS-ACC-PRODUCTS
           END-IF.
           MOVE ACCOUNT-IN-ID TO LEDGER-IN-ACCOUNT-ID.
           MOVE WS-PERIOD-START TO LEDGER-IN-DATE.
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
                     IF LEDGER-IN-ACCOUNT-ID NOT = ACCOUNT-IN-ID OR
                             LEDGER-IN-DATE > WS-PERIOD-END THEN
                         MOVE 'Y' TO WS-LEDGER-DONE
                     ELSE
                         PERFORM CLASSIFICA-LANCAMENTO
                     END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               MOVE ACCOUNT-IN-ID TO LEDGER-IN-ACCOUNT-ID
               MOVE WS-EST-REF-DATE(WS-EST-IDX) TO LEDGER-IN-DATE
               MOVE WS-EST-REF-TIME(WS-EST-IDX) TO LEDGER-IN-TIME
               MOVE WS-EST-REF-TXN-ID(WS-EST-IDX) TO LEDGER-IN-TXN-ID
               READ LEDGER-IN
                   KEY IS LEDGER-IN-KEY
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF LEDGER-IN-OPERATION = 'TAR' AND
                             LEDGER-IN-DEBIT THEN
                         ADD WS-EST-VALUE(WS-EST-IDX)
                             TO WS-ACC-WAIVERS
                     END-IF
               END-READ
           END-PERFORM.
           IF FS-LOAN = '00' THEN
               MOVE ACCOUNT-IN-ID TO LOAN-IN-ID
               READ LOAN-IN
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF LOAN-IN-OPEN THEN
                         ADD 1 TO WS-ACC-PRODUCTS
                     END-IF
                     PERFORM APURA-JUROS-EMPRESTIMO
               END-READ
           END-IF.

       CLASSIFICA-LANCAMENTO.
           IF LEDGER-IN-DEBIT AND LEDGER-IN-OPERATION = 'TAR' THEN
               IF LEDGER-IN-BY-JOB AND
                       LEDGER-IN-ORIGIN = 'BANK-BOLETO-SETTLE' THEN
                   ADD LEDGER-IN-VALUE TO WS-ACC-BOLETO-FEES
               ELSE
               IF LEDGER-IN-BY-JOB AND
                       LEDGER-IN-ORIGIN(1:9) = 'BANK-CARD' THEN
                   ADD LEDGER-IN-VALUE TO WS-ACC-CARD-FEES
               ELSE
                   ADD LEDGER-IN-VALUE TO WS-ACC-ACCOUNT-FEES
               END-IF
               END-IF
           END-IF.
           IF LEDGER-IN-DEBIT AND LEDGER-IN-OPERATION = 'JDV' THEN
               ADD LEDGER-IN-VALUE TO WS-ACC-OVERDRAFT
           END-IF.
           IF LEDGER-IN-CREDIT AND LEDGER-IN-OPERATION = 'JUR' THEN
               ADD LEDGER-IN-VALUE TO WS-ACC-SAVINGS-INT
           END-IF.
      *    Vencimento (CDB com referencia a aplicacao) e resgate
      *    antecipado (RES): o que passa do principal e rendimento
           IF LEDGER-IN-CREDIT AND FS-CDB = '00' AND
                   ((LEDGER-IN-OPERATION = 'CDB' AND
                     LEDGER-IN-REF-TXN-ID > 0) OR
                    LEDGER-IN-OPERATION = 'RES') THEN
               MOVE LEDGER-IN-REF-TXN-ID TO CDB-IN-ID
               READ CDB-IN
                   KEY IS CDB-IN-ID
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF LEDGER-IN-VALUE > CDB-IN-PRINCIPAL THEN
                         COMPUTE WS-ACC-CDB-INT = WS-ACC-CDB-INT +
                             LEDGER-IN-VALUE - CDB-IN-PRINCIPAL
                     END-IF
               END-READ
           END-IF.
           IF LEDGER-IN-CREDIT AND LEDGER-IN-OPERATION = 'EST' AND
                   LEDGER-IN-REF-TXN-ID > 0 THEN
               IF WS-EST-COUNT < WS-EST-MAX THEN
                   ADD 1 TO WS-EST-COUNT
                   MOVE LEDGER-IN-REF-DATE TO
                       WS-EST-REF-DATE(WS-EST-COUNT)
                   MOVE LEDGER-IN-REF-TIME TO
                       WS-EST-REF-TIME(WS-EST-COUNT)
                   MOVE LEDGER-IN-REF-TXN-ID TO
                       WS-EST-REF-TXN-ID(WS-EST-COUNT)
                   MOVE LEDGER-IN-VALUE TO
                       WS-EST-VALUE(WS-EST-COUNT)
               ELSE
                   ADD 1 TO WS-RUN-LOG-REJECTED
                   DISPLAY 'ESTORNOS DEMAIS NO MES, CONTA: '
                       ACCOUNT-IN-ID
               END-IF
           END-IF.

      *    A agenda nao guarda a data do pagamento: entra o juro das
      *    parcelas pagas que venceram no mes
       APURA-JUROS-EMPRESTIMO.
           IF FS-SCHED = '00' THEN
               MOVE LOAN-IN-ID TO SCHED-IN-LOAN-ID
               MOVE 0 TO SCHED-IN-INSTALLMENT-NO
               START SCHEDULE-IN
                   KEY IS NOT LESS THAN SCHED-IN-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ SCHEDULE-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF SCHED-IN-LOAN-ID NOT = LOAN-IN-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF SCHED-IN-PAID AND
                                 SCHED-IN-DATE NOT < WS-PERIOD-START
                                 AND SCHED-IN-DATE NOT >
                                 WS-PERIOD-END THEN
                             ADD SCHED-IN-INTEREST TO
                                 WS-ACC-LOAN-INTEREST
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Apuracao da conta em moeda estrangeira levada a BRL pela
      *    cotacao vigente no fim do mes
       CONVERTE-CONTA.
           CALL 'BANK-FX-LOOKUP' USING ACCOUNT-IN-CURRENCY
               WS-PERIOD-END WS-RATE WS-RATE-FOUND
           END-CALL.
           IF WS-RATE-FOUND = 'N' THEN
               MOVE 0 TO WS-RATE
               ADD 1 TO WS-RUN-LOG-REJECTED
               DISPLAY 'MOEDA SEM COTACAO: ' ACCOUNT-IN-CURRENCY
                   ' CONTA: ' ACCOUNT-IN-ID
           END-IF.
           COMPUTE WS-ACC-ACCOUNT-FEES ROUNDED =
               WS-ACC-ACCOUNT-FEES * WS-RATE.
           COMPUTE WS-ACC-OVERDRAFT ROUNDED =
               WS-ACC-OVERDRAFT * WS-RATE.
           COMPUTE WS-ACC-LOAN-INTEREST ROUNDED =
               WS-ACC-LOAN-INTEREST * WS-RATE.
           COMPUTE WS-ACC-CARD-FEES ROUNDED =
               WS-ACC-CARD-FEES * WS-RATE.
           COMPUTE WS-ACC-BOLETO-FEES ROUNDED =
               WS-ACC-BOLETO-FEES * WS-RATE.
           COMPUTE WS-ACC-SAVINGS-INT ROUNDED =
               WS-ACC-SAVINGS-INT * WS-RATE.
           COMPUTE WS-ACC-CDB-INT ROUNDED =
               WS-ACC-CDB-INT * WS-RATE.
           COMPUTE WS-ACC-WAIVERS ROUNDED =
               WS-ACC-WAIVERS * WS-RATE.

      *    Partes iguais para cada titular; todos contam os produtos
      *    da conta
       RATEIA-CONTA.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-CUST(WS-HOLD-IDX) TO WS-CUST-IDX
               ADD WS-ACC-PRODUCTS TO WS-CUST-PRODUCTS(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-ACCOUNT-FEES / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-ACCOUNT-FEES(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-OVERDRAFT / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-OVERDRAFT(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-LOAN-INTEREST / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-LOAN-INTEREST(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-CARD-FEES / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-CARD-FEES(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-BOLETO-FEES / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-BOLETO-FEES(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-SAVINGS-INT / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-SAVINGS-INT(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-CDB-INT / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-CDB-INT(WS-CUST-IDX)
               COMPUTE WS-SHARE ROUNDED =
                   WS-ACC-WAIVERS / WS-HOLD-COUNT
               ADD WS-SHARE TO WS-CUST-WAIVERS(WS-CUST-IDX)
           END-PERFORM.

       CONTA-CDBS.
           IF FS-CDB = '00' THEN
               MOVE 0 TO CDB-IN-ID
               START CDB-IN
                   KEY IS NOT LESS THAN CDB-IN-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CDB-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF CDB-IN-OPEN THEN
                             MOVE CDB-IN-PEOPLE-ID TO WS-SEEK-ID
                             PERFORM LOCALIZA-CLIENTE
                             IF WS-CUST-FOUND = 'Y' THEN
                                 ADD 1 TO
                                     WS-CUST-PRODUCTS(WS-CUST-IDX)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Cartao conta para o titular da conta do cartao
       CONTA-CARTOES.
           IF FS-CARD = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CARD-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF NOT CARD-IN-CANCELLED THEN
                             MOVE CARD-IN-ACCOUNT-ID TO ACCOUNT-IN-ID
                             READ STATEMENT-IN
                                 KEY IS ACCOUNT-IN-ID
                                 INVALID KEY
                                   CONTINUE
                                 NOT INVALID KEY
                                   MOVE ACCOUNT-IN-PEOPLE-ID
                                       TO WS-SEEK-ID
                                   PERFORM LOCALIZA-CLIENTE
                                   IF WS-CUST-FOUND = 'Y' THEN
                                       ADD 1 TO WS-CUST-PRODUCTS(
                                           WS-CUST-IDX)
                                   END-IF
                             END-READ
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Resultado e posicao de cada cliente com produto: a frente
      *    quem tem resultado maior e, no empate, quem vem antes no
      *    cadastro
       CLASSIFICA-CLIENTES.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               COMPUTE WS-CUST-RESULT(WS-CUST-IDX) =
                   WS-CUST-ACCOUNT-FEES(WS-CUST-IDX)
                   + WS-CUST-OVERDRAFT(WS-CUST-IDX)
                   + WS-CUST-LOAN-INTEREST(WS-CUST-IDX)
                   + WS-CUST-CARD-FEES(WS-CUST-IDX)
                   + WS-CUST-BOLETO-FEES(WS-CUST-IDX)
                   - WS-CUST-SAVINGS-INT(WS-CUST-IDX)
                   - WS-CUST-CDB-INT(WS-CUST-IDX)
                   - WS-CUST-WAIVERS(WS-CUST-IDX)
               IF WS-CUST-PRODUCTS(WS-CUST-IDX) > 0 THEN
                   ADD 1 TO WS-RANKED-COUNT
                   ADD WS-CUST-RESULT(WS-CUST-IDX) TO WS-RESULT-TOTAL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-CUST-PRODUCTS(WS-CUST-IDX) > 0 THEN
                   MOVE 1 TO WS-RANK
                   PERFORM VARYING WS-CUST-OTHER FROM 1 BY 1
                           UNTIL WS-CUST-OTHER > WS-CUST-COUNT
                       IF WS-CUST-PRODUCTS(WS-CUST-OTHER) > 0 AND
                               (WS-CUST-RESULT(WS-CUST-OTHER) >
                                WS-CUST-RESULT(WS-CUST-IDX) OR
                               (WS-CUST-RESULT(WS-CUST-OTHER) =
                                WS-CUST-RESULT(WS-CUST-IDX) AND
                                WS-CUST-OTHER < WS-CUST-IDX)) THEN
                           ADD 1 TO WS-RANK
                       END-IF
                   END-PERFORM
                   MOVE WS-RANK TO WS-CUST-RANK(WS-CUST-IDX)
                   MOVE WS-CUST-IDX TO WS-RANK-CUST(WS-RANK)
               END-IF
           END-PERFORM.

       GRAVA-RELATORIO.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-RANKED-COUNT
               MOVE WS-RANK-CUST(WS-RANK) TO WS-CUST-IDX
               COMPUTE WS-DECILE =
                   ((WS-RANK - 1) * 10) / WS-RANKED-COUNT + 1
               INITIALIZE REPORT-OUT-RECORD
               SET REPORT-OUT-CUSTOMER TO TRUE
               MOVE WS-PERIOD TO REPORT-OUT-PERIOD
               MOVE WS-RANK TO REPORT-OUT-RANK
               MOVE WS-DECILE TO REPORT-OUT-DECILE
               MOVE WS-CUST-ID(WS-CUST-IDX) TO REPORT-OUT-PEOPLE-ID
               MOVE WS-CUST-PRODUCTS(WS-CUST-IDX)
                   TO REPORT-OUT-PRODUCTS
               MOVE WS-CUST-ACCOUNT-FEES(WS-CUST-IDX)
                   TO REPORT-OUT-ACCOUNT-FEES
               MOVE WS-CUST-OVERDRAFT(WS-CUST-IDX)
                   TO REPORT-OUT-OVERDRAFT
               MOVE WS-CUST-LOAN-INTEREST(WS-CUST-IDX)
                   TO REPORT-OUT-LOAN-INTEREST
               MOVE WS-CUST-CARD-FEES(WS-CUST-IDX)
                   TO REPORT-OUT-CARD-FEES
               MOVE WS-CUST-BOLETO-FEES(WS-CUST-IDX)
                   TO REPORT-OUT-BOLETO-FEES
               MOVE WS-CUST-SAVINGS-INT(WS-CUST-IDX)
                   TO REPORT-OUT-SAVINGS-INT
               MOVE WS-CUST-CDB-INT(WS-CUST-IDX)
                   TO REPORT-OUT-CDB-INT
               MOVE WS-CUST-WAIVERS(WS-CUST-IDX)
                   TO REPORT-OUT-WAIVERS
               MOVE WS-CUST-RESULT(WS-CUST-IDX) TO REPORT-OUT-RESULT
               WRITE REPORT-OUT-RECORD
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
           END-PERFORM.
           INITIALIZE REPORT-OUT-RECORD.
           SET REPORT-OUT-TRAILER TO TRUE.
           MOVE WS-PERIOD TO REPORT-OUT-PERIOD.
           MOVE WS-RANKED-COUNT TO REPORT-OUT-RANK.
           MOVE WS-RESULT-TOTAL TO REPORT-OUT-RESULT.
           WRITE REPORT-OUT-RECORD
           END-WRITE.
