              SELECT SETTLE-OUT
                  ASSIGN TO 'output/interbanksettle.data'
              FILE STATUS IS FS-SETTLE.
              SELECT DRAWER-MOVE ASSIGN TO 'storage/drawermove.data'
              FILE STATUS IS FS-DRAWMOV.
              SELECT BILLPAY-RW ASSIGN TO 'storage/billpay.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS BILL-RW-TXN-ID
              FILE STATUS IS FS-BILL.
              SELECT INSURANCE-RATE
                  ASSIGN TO 'storage/insurancerate.data'
              FILE STATUS IS FS-INSRATE.
              SELECT INSURE-RW
                  ASSIGN TO 'storage/loaninsurance.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS INS-RW-LOAN-ID
              FILE STATUS IS FS-INSURE.
              SELECT WRITEOFF-RW ASSIGN TO 'storage/writeoff.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS WRITEOFF-RW-LOAN-ID
              FILE STATUS IS FS-WRITEOFF.

       DATA DIVISION.
       FILE SECTION.
       01 INTERBANK-RW-RECORD.
           COPY INTBKREC REPLACING ==:PFX:== BY ==INTBK-RW==.

      *    Saque e deposito em especie no balcao, por caixa, para o
      *    fechamento de caixa de BANK-DRAWER-BALANCE
       FD DRAWER-MOVE.
       01 DRAWER-MOVE-RECORD.
           05 DRAWER-MOVE-MATRICULA PIC A(10).
           05 DRAWER-MOVE-DATE PIC 9(8).
           05 DRAWER-MOVE-TIME PIC 9(8).
           05 DRAWER-MOVE-TXN-ID PIC 9(14).
           05 DRAWER-MOVE-ACCOUNT-ID PIC 9(10).
           05 DRAWER-MOVE-OPERATION PIC A(3).
           05 DRAWER-MOVE-AMOUNT PIC 9(10)V9(2).
           05 DRAWER-MOVE-CURRENCY PIC A(3).

       FD SETTLE-OUT.
       01 SETTLE-OUT-FILE.
           05 SETTLE-OUT-TXN-ID PIC 9(14).
           05 SETTLE-OUT-CURRENCY PIC A(3).
           05 SETTLE-OUT-SOURCE-ACCOUNT PIC 9(10).
           05 SETTLE-OUT-DATE PIC 9(8).
      *    Agencia de relacionamento da conta de origem
           05 SETTLE-OUT-SOURCE-BRANCH PIC 9(4).

       FD BILLPAY-RW.
       01 BILLPAY-RW-RECORD.
           05 CREDIT-PARAM-REFER-LIMIT PIC 9(10)V9(2).
           05 CREDIT-PARAM-DECLINE-LIMIT PIC 9(10)V9(2).
           05 CREDIT-PARAM-COLLATERAL-LIMIT PIC 9(10)V9(2).
           05 CREDIT-PARAM-INSURANCE-LIMIT PIC 9(10)V9(2).

       FD INSURANCE-RATE.
       01 INSURANCE-RATE-FILE.
           05 INS-RATE-TERM-UP-TO PIC 9(3).
           05 INS-RATE-PERCENT PIC 9(2)V9(4).

       FD INSURE-RW.
       01 INSURE-RW-RECORD.
           COPY INSUREREC REPLACING ==:PFX:== BY ==INS-RW==.

       FD COLLATERAL-RW.
       01 COLLATERAL-RW-FILE.
           05 QUOTE-OUT-REBATE PIC 9(10)V9(2).
           05 QUOTE-OUT-TXN-ID PIC 9(14).

       FD WRITEOFF-RW.
       01 WRITEOFF-RW-FILE.
           COPY WRITEOFFREC REPLACING ==:PFX:== BY ==WRITEOFF-RW==.

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
       01 WS-EXISTS PIC A(1).
       01 WS-REMAIN-PRINCIPAL PIC 9(10)V9(2).
       01 WS-INST-PRINCIPAL PIC 9(10)V9(2).
       01 WS-INST-INTEREST PIC S9(10)V9(2).
       01 WS-AMORT-BASE PIC 9(10)V9(2).
       01 WS-AMORT-OFFSET PIC 9(3).
       01 FS-QUOTE PIC X(2).
       01 FS-CREDIT PIC X(2).
       01 FS-LOANSCAN PIC X(2).
      *    Emprestimo acima deste valor so sai com garantia ou
      *    avalista registrado no registro de garantias.
       01 WS-COLLATERAL-LIMIT PIC 9(10)V9(2) VALUE 100000.00.
      *    Seguro prestamista obrigatorio acima deste valor
       01 WS-INSURANCE-LIMIT PIC 9(10)V9(2) VALUE 20000.00.
       01 FS-COLL PIC X(2).
       01 WS-COLL-FOUND PIC A(1).
       01 WS-COLL-DONE PIC A(1).
           05 WS-TAX-WH-TXN-ID PIC 9(14).
       01 WS-POLICY-STATUS PIC A(3).
       01 WS-POLICY-REASON PIC A(40).
       01 WS-BIRTH-ALPHA PIC A(8).
       01 WS-BIRTH-NUM REDEFINES WS-BIRTH-ALPHA PIC 9(8).
       01 WS-EXPOSURE PIC 9(12)V9(2).
       01 WS-OVERDUE-FOUND PIC A(1).
       01 WS-LOANSCAN-DONE PIC A(1).
       01 WS-SETTLE-ACCRUED PIC 9(10)V9(2).
       01 WS-SETTLE-REBATE PIC 9(10)V9(2).
       01 WS-SETTLE-TOTAL PIC 9(10)V9(2).
      *    Pagamento de contrato baixado para prejuizo: o valor
      *    recebido vai para a recuperacao do registro de baixas
       01 FS-WRITEOFF PIC X(2).
       01 WS-RECOVERY-VALUE PIC 9(10)V9(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
       01 WS-OVERDRAFT-FLOOR PIC S9(10)V9(2).
       01 WS-DEST-EXISTS PIC A(1).
       01 WS-SOURCE-CURRENCY PIC A(3).
       01 WS-SOURCE-BRANCH PIC 9(4).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YYYY PIC 9(4).
       01 FS-CHECK PIC X(2).
       01 FS-INTBK PIC X(2).
       01 FS-SETTLE PIC X(2).
       01 FS-DRAWMOV PIC X(2).
      *    Valor e moeda do dinheiro que passou pelo caixa, antes de
      *    qualquer conversao para a moeda da conta
       01 WS-CASH-AMOUNT PIC 9(10)V9(2).
       01 WS-CASH-CURRENCY PIC A(3).
      *    Conta transitoria interna onde o valor da transferencia
      *    interbancaria fica estacionado ate a confirmacao ou
      *    devolucao da rede de compensacao (BANK-INTERBANK-RETURN).
           05 WS-AML-VALUE PIC 9(10)V9(2).
           05 WS-AML-CURRENCY PIC A(3).
           05 WS-AML-DATE PIC 9(8).
      *    Periodo contabil da data consultada: mes fechado recusa
      *    lancamento e transforma correcao em ajuste
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
      *    Faixas de prazo do seguro prestamista: prazo ate N meses,
      *    percentual unico sobre o valor liberado; as linhas de
      *    storage/insurancerate.data, em ordem de prazo, substituem
      *    a tabela
       01 FS-INSRATE PIC X(2).
       01 FS-INSURE PIC X(2).
       01 WS-INS-DEFAULTS.
           05 FILLER PIC X(09) VALUE '012009000'.
           05 FILLER PIC X(09) VALUE '036025000'.
           05 FILLER PIC X(09) VALUE '999050000'.
           05 FILLER PIC X(63) VALUE ZEROS.
       01 WS-INS-TABLE REDEFINES WS-INS-DEFAULTS.
           05 WS-INS-BAND OCCURS 10 TIMES.
               10 WS-INS-BAND-TERM PIC 9(3).
               10 WS-INS-BAND-RATE PIC 9(2)V9(4).
       01 WS-INS-BAND-COUNT PIC 9(2) COMP VALUE 3.
       01 WS-INS-READ-COUNT PIC 9(2) COMP.
       01 WS-INS-IDX PIC 9(2) COMP.
       01 WS-INS-FOUND PIC A(1).
       01 WS-INS-RATE-EOF PIC A(1).
       01 WS-INS-RATE PIC 9(2)V9(4).
       01 WS-INS-PREMIUM PIC 9(10)V9(2).
      *    Contas internas do seguro: premios a repassar a seguradora
      *    (baixada pela remessa mensal BANK-INSURANCE-REMIT) e
      *    indenizacoes de sinistro que quitaram contratos
       01 WS-PREMIUM-ACCOUNT PIC 9(10) VALUE 9999999907.
       01 WS-CLAIM-ACCOUNT PIC 9(10) VALUE 9999999908.
      *    Lancamentos do seguro na liberacao tem serie propria do
      *    dia (260000), como o IOF
       01 WS-SEG-SEQ PIC 9(5) COMP VALUE 0.
       01 WS-SEG-TXN-ID PIC 9(14).
       01 WS-INT-POST-ACCOUNT PIC 9(10).
       01 WS-INT-POST-OPERATION PIC A(3).
       01 WS-INT-POST-DRCR PIC A(1).
       01 WS-INT-POST-VALUE PIC 9(10)V9(2).
       01 WS-INT-POST-TXN-ID PIC 9(14).
       01 WS-INT-POST-REF-TXN-ID PIC 9(14).
       01 WS-INT-POST-OBS PIC A(60).
       01 WS-NOTIFY-EV.
           05 WS-NOTIFY-EV-EVENT PIC A(3).
           05 WS-NOTIFY-EV-ACCOUNT-ID PIC 9(10).
           MOVE 'ERR' TO WS-RETURN-STATUS.
           MOVE 'N' TO WS-FX-CONVERTED.
           MOVE 'N' TO WS-CREDIT-CONVERTED.
           MOVE WS-MOVEMENT-VALUE TO WS-CASH-AMOUNT.
           MOVE WS-CURRENCY TO WS-CASH-CURRENCY.
           MOVE SPACES TO WS-ACK-SERVICE.
           OPEN EXTEND STATEMENT-OUTPUT.
           OPEN I-O LEDGER-OUT.
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENTLEDGER.DATA: '
                   FS-LEDGER
           ELSE
      *    Mes da data de movimento ja fechado: so o saldo e a cotacao
      *    de liquidacao, que nao lancam, passam
           CALL 'BANK-PROCESSING-DATE' USING WS-PERIOD-CHK-DATE
           END-CALL
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL
           IF WS-PERIOD-CHK-CLOSED AND WS-OPERATION-ID NOT = 1 AND
                   NOT (WS-OPERATION-ID = 4 AND WS-LOAN-QUOTE) THEN
                DISPLAY 'PERIODO CONTABIL FECHADO, LANCAMENTO '
                    'RECUSADO: ' WS-PERIOD-CHK-DATE
                MOVE 'PFC' TO OUT-ACCOUNT-DS
                MOVE 'PFC' TO WS-RETURN-STATUS
                MOVE 0 TO OUT-ACCOUNT-VALUE
                MOVE SPACES TO OUT-ACCOUNT-CURRENCY
                MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                MOVE WS-TXN-ID TO OUT-ACCOUNT-TXN-ID
                MOVE SPACES TO OUT-ACCOUNT-SERVICE
                WRITE OUT-ACCOUNT-FILE
                END-WRITE
           ELSE
           IF WS-OPERATION-ID = 1 THEN
                MOVE 'SLD' TO WS-ACK-SERVICE
                OPEN I-O STATEMENT-OUT
                    SET ACCOUNT-OUT-CHECKING TO TRUE
                    MOVE SPACE TO ACCOUNT-OUT-FREEZE-REASON
                    MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                    MOVE 0 TO ACCOUNT-OUT-BRANCH
                    MOVE 'BRL' TO ACCOUNT-OUT-CURRENCY
                    WRITE ACCOUNT-OUT-MOVEMENT
                    END-WRITE
                             DISPLAY 'ERRO AO GRAVAR SAQUE: 'FS-OUT
                         END-IF
                    ELSE
                       CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                       END-CALL
                       IF ACCOUNT-OUT-DAILY-DATE NOT = WS-TODAY THEN
                           MOVE 0 TO ACCOUNT-OUT-DAILY-TOTAL
                           MOVE WS-TODAY TO ACCOUNT-OUT-DAILY-DATE
                               MOVE 0 TO LEDGER-OUT-REF-TIME
                               MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                               MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                               MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                               PERFORM CARIMBA-ORIGEM
                               WRITE LEDGER-OUT-RECORD
                               END-WRITE
                               MOVE WS-TXN-ID TO WS-AML-TXN-ID
                    SET ACCOUNT-OUT-CHECKING TO TRUE
                    MOVE SPACE TO ACCOUNT-OUT-FREEZE-REASON
                    MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                    MOVE 0 TO ACCOUNT-OUT-BRANCH
                    MOVE 'BRL' TO ACCOUNT-OUT-CURRENCY
                    WRITE ACCOUNT-OUT-MOVEMENT
                    END-WRITE
                                INTO LEDGER-OUT-OBSERVATION
                            END-STRING
                        END-IF
                        CALL 'BANK-PROCESSING-DATE' USING
                            LEDGER-OUT-DATE
                        END-CALL
                        ACCEPT LEDGER-OUT-TIME FROM TIME
                        MOVE 0 TO LEDGER-OUT-REF-DATE
                        MOVE 0 TO LEDGER-OUT-REF-TIME
                        MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                        MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                        MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                        PERFORM CARIMBA-ORIGEM
                        WRITE LEDGER-OUT-RECORD
                        END-WRITE
                        MOVE WS-TXN-ID TO WS-AML-TXN-ID
                                INTO LEDGER-OUT-OBSERVATION
                            END-STRING
                        END-IF
                        CALL 'BANK-PROCESSING-DATE' USING
                            LEDGER-OUT-DATE
                        END-CALL
                        ACCEPT LEDGER-OUT-TIME FROM TIME
                        MOVE 0 TO LEDGER-OUT-REF-DATE
                        MOVE 0 TO LEDGER-OUT-REF-TIME
                        MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                        MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                        MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                        PERFORM CARIMBA-ORIGEM
                        WRITE LEDGER-OUT-RECORD
                        END-WRITE
                        MOVE WS-TXN-ID TO WS-AML-TXN-ID
                        MOVE 'EMP3' TO WS-RATE-PRODUCT
                    END-IF
                    END-IF
                    CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                    END-CALL
                    CALL 'BANK-RATE-LOOKUP' USING WS-RATE-PRODUCT
                        WS-TODAY WS-RATE-TABLE-RATE WS-RATE-FOUND
                    END-CALL
                            WS-ACCOUNT-ID ' ' WS-POLICY-STATUS
                            ' ' WS-POLICY-REASON
                    ELSE
      *                 Premio financiado entra no principal do
      *                 contrato; o cliente recebe so o valor pedido
                        MOVE WS-MOVEMENT-VALUE TO WS-AMORT-BASE
                        IF WS-LOAN-INSURANCE = 'F' THEN
                            ADD WS-INS-PREMIUM TO WS-AMORT-BASE
                        END-IF
                        PERFORM CALCULA-PRESTACAO
                        MOVE WS-LOAN-PEOPLE-ID TO LOAN-OUT-PEOPLE-ID
                        MOVE WS-AMORT-BASE TO LOAN-OUT-PRINCIPAL
                        MOVE WS-LOAN-RATE TO LOAN-OUT-RATE
                        MOVE WS-LOAN-TERM TO LOAN-OUT-TERM
                        MOVE WS-LOAN-TOTAL TO LOAN-OUT-BALANCE
                        MOVE 0 TO LOAN-OUT-PAID-COUNT
                        SET LOAN-OUT-OPEN TO TRUE
                        MOVE WS-LOAN-METHOD TO LOAN-OUT-METHOD
                        CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                        END-CALL
                        MOVE WS-TODAY TO LOAN-OUT-ORIG-DATE
                        MOVE 0 TO LOAN-OUT-RENEG-COUNT
                        MOVE 0 TO LOAN-OUT-RENEG-DATE
                        MOVE SPACES TO LOAN-OUT-RISK-RATING
                        MOVE 0 TO LOAN-OUT-RATING-H-DATE
                        MOVE 0 TO LOAN-OUT-PROVISION
                        MOVE 0 TO LOAN-OUT-CHARGEOFF-DATE
                        MOVE 0 TO LOAN-OUT-DUNNING-STAGE
                        MOVE 0 TO LOAN-OUT-DUNNING-DATE
                        IF WS-LOAN-INSURANCE = 'F' OR
                                WS-LOAN-INSURANCE = 'D' THEN
                            MOVE WS-LOAN-INSURANCE TO
                                LOAN-OUT-INSURANCE
                        ELSE
                            MOVE 'N' TO LOAN-OUT-INSURANCE
                        END-IF
                        WRITE LOAN-OUT-RECORD
                        END-WRITE
                        IF FS-LOAN NOT = '00' THEN
                            DISPLAY 'ERRO AO GRAVAR EMPRESTIMO: '
                                FS-LOAN
                        ELSE
                            CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                            END-CALL
                            MOVE WS-MOVEMENT-VALUE TO WS-AMORT-BASE
                            IF WS-LOAN-INSURANCE = 'F' THEN
                                ADD WS-INS-PREMIUM TO WS-AMORT-BASE
                            END-IF
                            MOVE 0 TO WS-AMORT-OFFSET
                            PERFORM GRAVA-AGENDA
                            MOVE WS-ACCOUNT-ID TO ACCOUNT-OUT-ID
                            READ STATEMENT-OUT
                                KEY IS ACCOUNT-OUT-ID
                                SET ACCOUNT-OUT-CHECKING TO TRUE
                                MOVE SPACE TO ACCOUNT-OUT-FREEZE-REASON
                                MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                                MOVE 0 TO ACCOUNT-OUT-BRANCH
                                MOVE 'BRL' TO ACCOUNT-OUT-CURRENCY
                                WRITE ACCOUNT-OUT-MOVEMENT
                                END-WRITE
                                LEDGER-OUT-CURRENCY
                            MOVE 'LIBERACAO DE EMPRESTIMO' TO
                                LEDGER-OUT-OBSERVATION
                            CALL 'BANK-PROCESSING-DATE' USING
                                LEDGER-OUT-DATE
                            END-CALL
                            ACCEPT LEDGER-OUT-TIME FROM TIME
                            MOVE 0 TO LEDGER-OUT-REF-DATE
                            MOVE 0 TO LEDGER-OUT-REF-TIME
                            MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                            MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                            MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                            PERFORM CARIMBA-ORIGEM
                            WRITE LEDGER-OUT-RECORD
                            END-WRITE
      *                     IOF retido na liberacao, com operacao
                                    LEDGER-OUT-CURRENCY
                                MOVE 'IOF LIBERACAO DE EMPRESTIMO'
                                    TO LEDGER-OUT-OBSERVATION
                                CALL 'BANK-PROCESSING-DATE' USING
                                    LEDGER-OUT-DATE
                                END-CALL
                                ACCEPT LEDGER-OUT-TIME FROM TIME
                                MOVE 0 TO LEDGER-OUT-REF-DATE
                                MOVE 0 TO LEDGER-OUT-REF-TIME
                                    LEDGER-OUT-TXN-ID
                                MOVE WS-TXN-ID TO
                                    LEDGER-OUT-REF-TXN-ID
                                MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                PERFORM CARIMBA-ORIGEM
                                WRITE LEDGER-OUT-RECORD
                                END-WRITE
                                MOVE 'IOF' TO WS-TAX-WH-CODE
                                    USING WS-TAX-WH
                                END-CALL
                            END-IF
      *                     Premio do seguro debitado na liberacao
                            IF WS-LOAN-INSURANCE = 'D' AND
                                    WS-INS-PREMIUM > 0 THEN
                                SUBTRACT WS-INS-PREMIUM FROM
                                    ACCOUNT-OUT-VALUE
                                REWRITE ACCOUNT-OUT-MOVEMENT
                                END-REWRITE
                                MOVE ACCOUNT-OUT-ID TO
                                    LEDGER-OUT-ACCOUNT-ID
                                MOVE 'SEG' TO LEDGER-OUT-OPERATION
                                SET LEDGER-OUT-DEBIT TO TRUE
                                MOVE WS-INS-PREMIUM TO
                                    LEDGER-OUT-VALUE
                                MOVE ACCOUNT-OUT-VALUE TO
                                    LEDGER-OUT-BALANCE
                                MOVE ACCOUNT-OUT-CURRENCY TO
                                    LEDGER-OUT-CURRENCY
                                MOVE 'SEGURO PRESTAMISTA'
                                    TO LEDGER-OUT-OBSERVATION
                                CALL 'BANK-PROCESSING-DATE' USING
                                    LEDGER-OUT-DATE
                                END-CALL
                                ACCEPT LEDGER-OUT-TIME FROM TIME
                                MOVE 0 TO LEDGER-OUT-REF-DATE
                                MOVE 0 TO LEDGER-OUT-REF-TIME
                                ADD 1 TO WS-SEG-SEQ
                                COMPUTE WS-SEG-TXN-ID =
                                    WS-TODAY * 1000000 + 260000
                                    + WS-SEG-SEQ
                                MOVE WS-SEG-TXN-ID TO
                                    LEDGER-OUT-TXN-ID
                                MOVE WS-TXN-ID TO
                                    LEDGER-OUT-REF-TXN-ID
                                MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                PERFORM CARIMBA-ORIGEM
                                WRITE LEDGER-OUT-RECORD
                                END-WRITE
                            END-IF
                            MOVE 'OK ' TO OUT-ACCOUNT-DS
                            MOVE 'OK ' TO WS-RETURN-STATUS
                            MOVE ACCOUNT-OUT-CURRENCY TO
                            MOVE WS-ACK-SERVICE TO OUT-ACCOUNT-SERVICE
                            WRITE OUT-ACCOUNT-FILE
                            END-WRITE
                            IF WS-LOAN-INSURANCE = 'F' OR
                                    WS-LOAN-INSURANCE = 'D' THEN
                                PERFORM REGISTRA-SEGURO
                            END-IF
                        END-IF
                    END-IF
                    END-IF
                ELSE
                IF WS-LOAN-REPAY THEN
                    MOVE 'PAG' TO WS-ACK-SERVICE
                    IF WS-LOAN-EXISTS = 'N' OR LOAN-OUT-PAID-OFF OR
                            (LOAN-OUT-CHARGED-OFF AND
                            WS-MOVEMENT-VALUE > LOAN-OUT-BALANCE) THEN
                        MOVE 'NAN' TO OUT-ACCOUNT-DS
                        MOVE 'NAN' TO WS-RETURN-STATUS
                        MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                                    LEDGER-OUT-CURRENCY
                                MOVE 'PAGAMENTO DE EMPRESTIMO' TO
                                    LEDGER-OUT-OBSERVATION
                                CALL 'BANK-PROCESSING-DATE' USING
                                    LEDGER-OUT-DATE
                                END-CALL
                                ACCEPT LEDGER-OUT-TIME FROM TIME
                                MOVE 0 TO LEDGER-OUT-REF-DATE
                                MOVE 0 TO LEDGER-OUT-REF-TIME
                                MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                                MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                                MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                PERFORM CARIMBA-ORIGEM
                                WRITE LEDGER-OUT-RECORD
                                END-WRITE
                                SUBTRACT WS-MOVEMENT-VALUE FROM
                                    LOAN-OUT-BALANCE
                                MOVE 0 TO LOAN-OUT-DUNNING-STAGE
                                MOVE 0 TO LOAN-OUT-DUNNING-DATE
      *                         Contrato baixado: o pagamento e
      *                         recuperacao do prejuizo e a agenda,
      *                         cancelada na baixa, fica como esta
                                IF LOAN-OUT-CHARGED-OFF THEN
                                    MOVE WS-MOVEMENT-VALUE TO
                                        WS-RECOVERY-VALUE
                                    PERFORM REGISTRA-RECUPERACAO
                                ELSE
                                    ADD 1 TO LOAN-OUT-PAID-COUNT
                                    MOVE LOAN-OUT-ID TO
                                        SCHED-OUT-LOAN-ID
                                    MOVE LOAN-OUT-PAID-COUNT TO
                                        SCHED-OUT-INSTALLMENT-NO
                                    READ LOAN-SCHEDULE-OUT
                                        KEY IS SCHED-OUT-KEY
                                        INVALID KEY
                                        CONTINUE
                                        NOT INVALID KEY
                                        SET SCHED-OUT-PAID TO TRUE
                                        REWRITE LOAN-SCHEDULE-RECORD
                                        END-REWRITE
                                    END-READ
                                END-IF
                                IF LOAN-OUT-BALANCE NOT > 0 THEN
                                    SET LOAN-OUT-PAID-OFF TO TRUE
                                    CALL 'BANK-PROCESSING-DATE' USING
                                        LOAN-OUT-PAYOFF-DATE
                                    END-CALL
                                    CALL 'BANK-COLLATERAL-RELEASE'
                                        USING LOAN-OUT-ID
                                    END-CALL
                                END-IF
                                REWRITE LOAN-OUT-RECORD
                                END-REWRITE
                                MOVE 'OK ' TO OUT-ACCOUNT-DS
                                MOVE 'OK ' TO WS-RETURN-STATUS
                                MOVE ACCOUNT-OUT-CURRENCY TO
                                MOVE 0 TO LEDGER-OUT-REF-TIME
                                MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                                MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                                MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                PERFORM CARIMBA-ORIGEM
                                WRITE LEDGER-OUT-RECORD
                                END-WRITE
                                IF LOAN-OUT-CHARGED-OFF THEN
                                    MOVE WS-SETTLE-TOTAL TO
                                        WS-RECOVERY-VALUE
                                    SUBTRACT WS-SETTLE-TOTAL FROM
                                        LOAN-OUT-BALANCE
                                    PERFORM REGISTRA-RECUPERACAO
                                END-IF
                                PERFORM QUITA-CONTRATO
                                DISPLAY 'EMPRESTIMO LIQUIDADO '
                                    'ANTECIPADAMENTE: ' LOAN-OUT-ID
                                MOVE 'OK ' TO OUT-ACCOUNT-DS
                            END-IF
                        END-READ
                    END-IF
                ELSE
      *         Renegociacao: o saldo devedor com o juro vencido vira
      *         nova agenda; as parcelas em aberto sao canceladas
                IF WS-LOAN-RENEGOTIATE THEN
                    MOVE 'REN' TO WS-ACK-SERVICE
                    IF WS-LOAN-EXISTS = 'N' OR NOT LOAN-OUT-OPEN OR
                            WS-LOAN-TERM = 0 OR
                            LOAN-OUT-TERM + WS-LOAN-TERM > 999 THEN
                        MOVE 'NAN' TO OUT-ACCOUNT-DS
                        MOVE 'NAN' TO WS-RETURN-STATUS
                        MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                        MOVE WS-TXN-ID TO OUT-ACCOUNT-TXN-ID
                        MOVE WS-ACK-SERVICE TO OUT-ACCOUNT-SERVICE
                        WRITE OUT-ACCOUNT-FILE
                        END-WRITE
                    ELSE
                        PERFORM RENEGOCIA-EMPRESTIMO
                        MOVE 'OK ' TO OUT-ACCOUNT-DS
                        MOVE 'OK ' TO WS-RETURN-STATUS
                        MOVE WS-AMORT-BASE TO OUT-ACCOUNT-VALUE
                        MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                        MOVE WS-TXN-ID TO OUT-ACCOUNT-TXN-ID
                        MOVE WS-ACK-SERVICE TO OUT-ACCOUNT-SERVICE
                        WRITE OUT-ACCOUNT-FILE
                        END-WRITE
                    END-IF
                ELSE
      *         Sinistro do seguro prestamista: a indenizacao da
      *         seguradora quita o contrato pela mesma apuracao da
      *         liquidacao antecipada, sem movimentar a conta do
      *         cliente.  Indenizacao menor que a quitacao e recusada;
      *         o valor usado volta em WS-MOVEMENT-VALUE para o lote
      *         de sinistros apurar a sobra dos beneficiarios
                IF WS-LOAN-CLAIM-SETTLE THEN
                    MOVE 'SIN' TO WS-ACK-SERVICE
                    IF WS-LOAN-EXISTS = 'N' OR NOT LOAN-OUT-OPEN OR
                            NOT LOAN-OUT-INSURED THEN
                        MOVE 'NAN' TO OUT-ACCOUNT-DS
                        MOVE 'NAN' TO WS-RETURN-STATUS
                        MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                        MOVE WS-TXN-ID TO OUT-ACCOUNT-TXN-ID
                        MOVE WS-ACK-SERVICE TO OUT-ACCOUNT-SERVICE
                        WRITE OUT-ACCOUNT-FILE
                        END-WRITE
                    ELSE
                        PERFORM APURA-LIQUIDACAO
                        IF WS-MOVEMENT-VALUE < WS-SETTLE-TOTAL THEN
                            DISPLAY 'INDENIZACAO NAO COBRE A '
                                'QUITACAO: ' LOAN-OUT-ID ' '
                                WS-MOVEMENT-VALUE ' / '
                                WS-SETTLE-TOTAL
                            MOVE 'NAN' TO OUT-ACCOUNT-DS
                            MOVE 'NAN' TO WS-RETURN-STATUS
                            MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                            MOVE WS-TXN-ID TO OUT-ACCOUNT-TXN-ID
                            MOVE WS-ACK-SERVICE TO
                                OUT-ACCOUNT-SERVICE
                            WRITE OUT-ACCOUNT-FILE
                            END-WRITE
                        ELSE
                            MOVE WS-CLAIM-ACCOUNT TO
                                WS-INT-POST-ACCOUNT
                            MOVE 'SIN' TO WS-INT-POST-OPERATION
                            MOVE 'C' TO WS-INT-POST-DRCR
                            MOVE WS-SETTLE-TOTAL TO
                                WS-INT-POST-VALUE
                            MOVE WS-TXN-ID TO WS-INT-POST-TXN-ID
                            MOVE 0 TO WS-INT-POST-REF-TXN-ID
                            MOVE 'SINISTRO SEGURO PRESTAMISTA' TO
                                WS-INT-POST-OBS
                            PERFORM LANCA-CONTA-SEGURO
                            PERFORM QUITA-CONTRATO
                            DISPLAY 'EMPRESTIMO QUITADO POR '
                                'SINISTRO: ' LOAN-OUT-ID
                            MOVE WS-SETTLE-TOTAL TO WS-MOVEMENT-VALUE
                            MOVE 'OK ' TO OUT-ACCOUNT-DS
                            MOVE 'OK ' TO WS-RETURN-STATUS
                            MOVE WS-SETTLE-TOTAL TO OUT-ACCOUNT-VALUE
                            MOVE 'BRL' TO OUT-ACCOUNT-CURRENCY
                            MOVE WS-ACCOUNT-ID TO OUT-ACCOUNT-ID
                            MOVE WS-TXN-ID TO OUT-ACCOUNT-TXN-ID
                            MOVE WS-ACK-SERVICE TO
                                OUT-ACCOUNT-SERVICE
                            WRITE OUT-ACCOUNT-FILE
                            END-WRITE
                        END-IF
                    END-IF
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
                                 FS-OUT
                         END-IF
                    ELSE
                       CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                       END-CALL
                       IF ACCOUNT-OUT-DAILY-DATE NOT = WS-TODAY THEN
                           MOVE 0 TO ACCOUNT-OUT-DAILY-TOTAL
                           MOVE WS-TODAY TO ACCOUNT-OUT-DAILY-DATE
                               MOVE 0 TO LEDGER-OUT-REF-TIME
                               MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                               MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                               MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                               PERFORM CARIMBA-ORIGEM
                               WRITE LEDGER-OUT-RECORD
                               END-WRITE
                               MOVE WS-TXN-ID TO WS-AML-TXN-ID
                                   MOVE 0 TO LEDGER-OUT-REF-TIME
                                   MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                                   MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                                   MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                   PERFORM CARIMBA-ORIGEM
                                   WRITE LEDGER-OUT-RECORD
                                   END-WRITE
                               END-READ
                                 FS-OUT
                         END-IF
                    ELSE
                       CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                       END-CALL
                       IF WS-ORIG-DRCR = 'D' THEN
                           ADD WS-ORIG-VALUE TO ACCOUNT-OUT-VALUE
                           IF (WS-ORIG-OPERATION = 'SAQ' OR
                           MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                           MOVE WS-ORIG-TXN-ID TO
                               LEDGER-OUT-REF-TXN-ID
                           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
      *                    Original em mes ja fechado: o estorno entra
      *                    hoje como ajuste de periodo anterior
                           MOVE WS-ORIG-DATE TO WS-PERIOD-CHK-DATE
                           CALL 'BANK-PERIOD-CHECK' USING
                               WS-PERIOD-CHK
                           END-CALL
                           IF WS-PERIOD-CHK-CLOSED THEN
                               SET LEDGER-OUT-ADJUSTMENT TO TRUE
                               MOVE SPACES TO LEDGER-OUT-OBSERVATION
                               STRING 'AJUSTE DE PERIODO ANTERIOR - '
                                   'ESTORNO DE ' WS-ORIG-OPERATION
                                   ' DE ' WS-ORIG-DATE
                                   DELIMITED BY SIZE
                                   INTO LEDGER-OUT-OBSERVATION
                               END-STRING
                           END-IF
                           PERFORM CARIMBA-ORIGEM
                           WRITE LEDGER-OUT-RECORD
                           END-WRITE
                           MOVE 'OK ' TO OUT-ACCOUNT-DS
                         WRITE OUT-ACCOUNT-FILE
                         END-WRITE
                    ELSE
                       CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                       END-CALL
                       ADD WS-MOVEMENT-VALUE TO
                           ACCOUNT-OUT-HELD-FUNDS
                       REWRITE ACCOUNT-OUT-MOVEMENT
                           MOVE 0 TO LEDGER-OUT-REF-TIME
                           MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                           MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                           PERFORM CARIMBA-ORIGEM
                           WRITE LEDGER-OUT-RECORD
                           END-WRITE
                           MOVE 'OK ' TO OUT-ACCOUNT-DS
                                 'INTERBANCARIA: ' FS-OUT
                         END-IF
                    ELSE
                       CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                       END-CALL
                       IF ACCOUNT-OUT-DAILY-DATE NOT = WS-TODAY THEN
                           MOVE 0 TO ACCOUNT-OUT-DAILY-TOTAL
                           MOVE WS-TODAY TO ACCOUNT-OUT-DAILY-DATE
                               MOVE 0 TO LEDGER-OUT-REF-TIME
                               MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                               MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                               MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                               PERFORM CARIMBA-ORIGEM
                               WRITE LEDGER-OUT-RECORD
                               END-WRITE
                               MOVE WS-TXN-ID TO WS-AML-TXN-ID
                               END-CALL
                               MOVE ACCOUNT-OUT-CURRENCY TO
                                   WS-SOURCE-CURRENCY
                               MOVE ACCOUNT-OUT-BRANCH TO
                                   WS-SOURCE-BRANCH
      *                        Valor estacionado na conta transitoria
      *                        ate a rede confirmar ou devolver
                               MOVE WS-SUSPENSE-ACCOUNT TO
                                   MOVE SPACE TO
                                       ACCOUNT-OUT-FREEZE-REASON
                                   MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                                   MOVE 0 TO ACCOUNT-OUT-BRANCH
                                   MOVE WS-SOURCE-CURRENCY TO
                                       ACCOUNT-OUT-CURRENCY
                                   WRITE ACCOUNT-OUT-MOVEMENT
                               MOVE 0 TO LEDGER-OUT-REF-TIME
                               MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                               MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                               MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                               PERFORM CARIMBA-ORIGEM
                               WRITE LEDGER-OUT-RECORD
                               END-WRITE
                               MOVE WS-TXN-ID TO INTBK-RW-TXN-ID
                               MOVE WS-ACCOUNT-ID TO
                                   SETTLE-OUT-SOURCE-ACCOUNT
                               MOVE WS-TODAY TO SETTLE-OUT-DATE
                               MOVE WS-SOURCE-BRANCH TO
                                   SETTLE-OUT-SOURCE-BRANCH
                               WRITE SETTLE-OUT-FILE
                               END-WRITE
                               MOVE 'OK ' TO OUT-ACCOUNT-DS
                                 'BOLETO: ' FS-OUT
                         END-IF
                    ELSE
                       CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                       END-CALL
                       IF ACCOUNT-OUT-DAILY-DATE NOT = WS-TODAY THEN
                           MOVE 0 TO ACCOUNT-OUT-DAILY-TOTAL
                           MOVE WS-TODAY TO ACCOUNT-OUT-DAILY-DATE
                               MOVE 0 TO LEDGER-OUT-REF-TIME
                               MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                               MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                               MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                               PERFORM CARIMBA-ORIGEM
                               WRITE LEDGER-OUT-RECORD
                               END-WRITE
                               MOVE WS-TXN-ID TO WS-AML-TXN-ID
                                   MOVE SPACE TO
                                       ACCOUNT-OUT-FREEZE-REASON
                                   MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                                   MOVE 0 TO ACCOUNT-OUT-BRANCH
                                   MOVE WS-SOURCE-CURRENCY TO
                                       ACCOUNT-OUT-CURRENCY
                                   WRITE ACCOUNT-OUT-MOVEMENT
                               MOVE 0 TO LEDGER-OUT-REF-TIME
                               MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                               MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                               MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                               PERFORM CARIMBA-ORIGEM
                               WRITE LEDGER-OUT-RECORD
                               END-WRITE
                               MOVE WS-TXN-ID TO BILL-RW-TXN-ID
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-RETURN-STATUS = 'OK ' AND
                   (WS-OPERATION-ID = 2 OR WS-OPERATION-ID = 3) AND
                   WS-OPERATOR NOT = SPACES AND
                   WS-OPERATOR NOT = LOW-VALUES THEN
               PERFORM REGISTRA-CAIXA
           END-IF
           CLOSE LEDGER-OUT
           CLOSE STATEMENT-OUTPUT
           END-IF.

       goback.

      *    Dinheiro entregue (saque) ou recebido (deposito) pelo caixa
      *    no balcao: fica na movimentacao do caixa do dia
       REGISTRA-CAIXA.
           MOVE WS-OPERATOR TO DRAWER-MOVE-MATRICULA.
           MOVE WS-PERIOD-CHK-DATE TO DRAWER-MOVE-DATE.
           ACCEPT DRAWER-MOVE-TIME FROM TIME.
           MOVE WS-TXN-ID TO DRAWER-MOVE-TXN-ID.
           MOVE WS-ACCOUNT-ID TO DRAWER-MOVE-ACCOUNT-ID.
           MOVE WS-ACK-SERVICE TO DRAWER-MOVE-OPERATION.
           MOVE WS-CASH-AMOUNT TO DRAWER-MOVE-AMOUNT.
           IF WS-CASH-CURRENCY = SPACES OR
                   WS-CASH-CURRENCY = LOW-VALUES THEN
               MOVE OUT-ACCOUNT-CURRENCY TO DRAWER-MOVE-CURRENCY
           ELSE
               MOVE WS-CASH-CURRENCY TO DRAWER-MOVE-CURRENCY
           END-IF.
           OPEN EXTEND DRAWER-MOVE.
           IF FS-DRAWMOV = '35' THEN
               OPEN OUTPUT DRAWER-MOVE
           END-IF.
           IF FS-DRAWMOV NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/DRAWERMOVE.DATA: '
                   FS-DRAWMOV
           ELSE
               WRITE DRAWER-MOVE-RECORD
               END-WRITE
               CLOSE DRAWER-MOVE
           END-IF.

      *    Quem originou o lancamento: a matricula do operador quando
      *    veio dela, senao o job de lote que chamou o posting, senao
      *    a propria fila; o supervisor vem da aprovacao e o canal da
      *    fila que captou a operacao
       CARIMBA-ORIGEM.
           IF WS-OPERATOR NOT = SPACES AND
                   WS-OPERATOR NOT = LOW-VALUES THEN
               SET LEDGER-OUT-BY-OPERATOR TO TRUE
               MOVE WS-OPERATOR TO LEDGER-OUT-ORIGIN
           ELSE
           IF WS-JOB NOT = SPACES AND WS-JOB NOT = LOW-VALUES THEN
               SET LEDGER-OUT-BY-JOB TO TRUE
               MOVE WS-JOB TO LEDGER-OUT-ORIGIN
           ELSE
               SET LEDGER-OUT-BY-QUEUE TO TRUE
               MOVE 'SISTEMBANK' TO LEDGER-OUT-ORIGIN
           END-IF
           END-IF.
           IF WS-APPROVER = LOW-VALUES THEN
               MOVE SPACES TO LEDGER-OUT-APPROVER
           ELSE
               MOVE WS-APPROVER TO LEDGER-OUT-APPROVER
           END-IF.
           IF WS-CHANNEL = LOW-VALUES THEN
               MOVE SPACE TO LEDGER-OUT-CHANNEL
           ELSE
               MOVE WS-CHANNEL TO LEDGER-OUT-CHANNEL
           END-IF.

      *    Politica de credito na originacao: recusa tomador
      *    bloqueado ou com parcela vencida, recusa exposicao acima
      *    do limite de recusa e estaciona na mesa de credito a
                         MOVE CREDIT-PARAM-COLLATERAL-LIMIT
                             TO WS-COLLATERAL-LIMIT
                     END-IF
                     IF CREDIT-PARAM-INSURANCE-LIMIT NUMERIC AND
                             CREDIT-PARAM-INSURANCE-LIMIT > 0 THEN
                         MOVE CREDIT-PARAM-INSURANCE-LIMIT
                             TO WS-INSURANCE-LIMIT
                     END-IF
               END-READ
               CLOSE CREDIT-PARAM
           END-IF.
                       WS-POLICY-REASON
               END-IF
           END-IF.
      *    Seguro prestamista: obrigatorio acima do limite da
      *    politica; contratado, o premio sai da faixa de prazo
           MOVE 0 TO WS-INS-PREMIUM.
           IF WS-POLICY-STATUS = 'OK ' THEN
               IF WS-LOAN-INSURANCE = 'F' OR
                       WS-LOAN-INSURANCE = 'D' THEN
                   PERFORM CALCULA-SEGURO
                   IF WS-INS-FOUND = 'N' THEN
                       MOVE 'NEG' TO WS-POLICY-STATUS
                       MOVE 'SEM FAIXA DE SEGURO PARA O PRAZO' TO
                           WS-POLICY-REASON
                   END-IF
               ELSE
                   IF WS-MOVEMENT-VALUE > WS-INSURANCE-LIMIT THEN
                       MOVE 'NEG' TO WS-POLICY-STATUS
                       MOVE 'SEM SEGURO PRESTAMISTA' TO
                           WS-POLICY-REASON
                   END-IF
               END-IF
           END-IF.
           OPEN INPUT PEOPLE-RW.
           IF FS-PEOPLE = '00' THEN
               MOVE WS-LOAN-PEOPLE-ID TO PEOPLE-RW-ID
                         MOVE 'TOMADOR BLOQUEADO' TO
                             WS-POLICY-REASON
                     END-IF
                     IF PEOPLE-RW-DECEASED THEN
                         MOVE 'NEG' TO WS-POLICY-STATUS
                         MOVE 'TOMADOR FALECIDO' TO
                             WS-POLICY-REASON
                     END-IF
      *              Menor de 18 anos nao contrata credito, nem com a
      *              sessao do representante legal
                     MOVE PEOPLE-RW-BIRTH TO WS-BIRTH-ALPHA
                     IF WS-BIRTH-NUM NUMERIC THEN
                         IF WS-BIRTH-NUM + 180000 >
                                 WS-PERIOD-CHK-DATE THEN
                             MOVE 'NEG' TO WS-POLICY-STATUS
                             MOVE 'TOMADOR MENOR DE IDADE' TO
                                 WS-POLICY-REASON
                         END-IF
                     END-IF
               END-READ
               CLOSE PEOPLE-RW
           END-IF.
                     MOVE WS-LOAN-TERM TO REF-RW-TERM
                     MOVE WS-LOAN-RATE TO REF-RW-RATE
                     MOVE WS-LOAN-METHOD TO REF-RW-METHOD
                     CALL 'BANK-PROCESSING-DATE' USING REF-RW-DATE
                     END-CALL
                     MOVE 'EXPOSICAO ACIMA DA ALCADA' TO
                         REF-RW-REASON
                     SET REF-RW-PENDING TO TRUE
                         MOVE WS-LOAN-TERM TO REF-RW-TERM
                         MOVE WS-LOAN-RATE TO REF-RW-RATE
                         MOVE WS-LOAN-METHOD TO REF-RW-METHOD
                         CALL 'BANK-PROCESSING-DATE' USING REF-RW-DATE
                         END-CALL
                         MOVE 'EXPOSICAO ACIMA DA ALCADA' TO
                             REF-RW-REASON
                         SET REF-RW-PENDING TO TRUE
      *    Apuracao da quitacao: principal restante mais o juro das
      *    parcelas nao pagas ja vencidas; o juro futuro e abatido.
      *    Agenda antiga sem abertura gravada conta como principal.
      *    Contrato baixado para prejuizo nao tem mais parcelas em
      *    aberto: a quitacao e o saldo devedor que ficou na baixa.
       APURA-LIQUIDACAO.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           MOVE 0 TO WS-SETTLE-PRINCIPAL.
           MOVE 0 TO WS-SETTLE-ACCRUED.
           MOVE 0 TO WS-SETTLE-REBATE.
           IF LOAN-OUT-CHARGED-OFF THEN
               MOVE LOAN-OUT-BALANCE TO WS-SETTLE-PRINCIPAL
           ELSE
               PERFORM APURA-PARCELAS-ABERTAS
           END-IF.
           COMPUTE WS-SETTLE-TOTAL =
               WS-SETTLE-PRINCIPAL + WS-SETTLE-ACCRUED.

      *    Principal e juro das parcelas ainda em aberto na agenda
       APURA-PARCELAS-ABERTAS.
           MOVE LOAN-OUT-ID TO SCHED-OUT-LOAN-ID.
           MOVE 0 TO SCHED-OUT-INSTALLMENT-NO.
           START LOAN-SCHEDULE-OUT
                     END-IF
               END-READ
           END-PERFORM.

      *    Encerra o contrato quitado, por liquidacao antecipada ou
      *    por sinistro: parcelas restantes canceladas, saldo zerado,
      *    contrato fora da regua de cobranca e garantias liberadas
       QUITA-CONTRATO.
           PERFORM CANCELA-PARCELAS.
           MOVE 0 TO LOAN-OUT-BALANCE.
           SET LOAN-OUT-PAID-OFF TO TRUE.
           MOVE 0 TO LOAN-OUT-DUNNING-STAGE.
           MOVE 0 TO LOAN-OUT-DUNNING-DATE.
           MOVE WS-TODAY TO LOAN-OUT-PAYOFF-DATE.
           REWRITE LOAN-OUT-RECORD
           END-REWRITE.
           CALL 'BANK-COLLATERAL-RELEASE' USING LOAN-OUT-ID
           END-CALL.

      *    Recuperacao de contrato baixado para prejuizo: acumula o
      *    valor recebido no registro de baixas e encerra o registro
      *    quando o saldo devedor baixado termina de ser pago
       REGISTRA-RECUPERACAO.
           OPEN I-O WRITEOFF-RW.
           IF FS-WRITEOFF = '35' THEN
               CLOSE WRITEOFF-RW
               OPEN OUTPUT WRITEOFF-RW
               CLOSE WRITEOFF-RW
               OPEN I-O WRITEOFF-RW
           END-IF.
           MOVE LOAN-OUT-ID TO WRITEOFF-RW-LOAN-ID.
           READ WRITEOFF-RW
               INVALID KEY
                 DISPLAY 'BAIXA NAO REGISTRADA PARA O EMPRESTIMO: '
                     LOAN-OUT-ID
               NOT INVALID KEY
                 ADD WS-RECOVERY-VALUE TO WRITEOFF-RW-RECOVERED
                 CALL 'BANK-PROCESSING-DATE' USING
                     WRITEOFF-RW-LAST-RECOVERY-DATE
                 END-CALL
                 IF LOAN-OUT-BALANCE NOT > 0 THEN
                     SET WRITEOFF-RW-CLOSED TO TRUE
                 END-IF
                 REWRITE WRITEOFF-RW-FILE
                 END-REWRITE
                 DISPLAY 'RECUPERACAO DE PREJUIZO: ' LOAN-OUT-ID
                     ' VALOR: ' WS-RECOVERY-VALUE
           END-READ.
           CLOSE WRITEOFF-RW.

      *    Cancela as parcelas restantes do contrato liquidado
       CANCELA-PARCELAS.
                     END-IF
               END-READ
           END-PERFORM.

      *    Metodo de amortizacao: Price (prestacao constante), SAC
      *    (amortizacao constante) ou o historico linear quando nada
      *    vem na fila.  Base em WS-AMORT-BASE: o valor liberado na
      *    originacao, o saldo devedor na renegociacao
       CALCULA-PRESTACAO.
           IF WS-LOAN-METHOD NOT = 'P' AND
                   WS-LOAN-METHOD NOT = 'S' THEN
               MOVE 'F' TO WS-LOAN-METHOD
           END-IF.
           IF WS-LOAN-METHOD = 'P' THEN
               COMPUTE WS-PRICE-FACTOR =
                   (1 + WS-LOAN-RATE) ** WS-LOAN-TERM
               COMPUTE LOAN-OUT-INSTALLMENT ROUNDED =
                   WS-AMORT-BASE * WS-LOAN-RATE *
                   WS-PRICE-FACTOR /
                   (WS-PRICE-FACTOR - 1)
               COMPUTE WS-LOAN-TOTAL =
                   LOAN-OUT-INSTALLMENT * WS-LOAN-TERM
           ELSE
           IF WS-LOAN-METHOD = 'S' THEN
               COMPUTE LOAN-OUT-INSTALLMENT ROUNDED =
                   WS-AMORT-BASE / WS-LOAN-TERM +
                   WS-AMORT-BASE * WS-LOAN-RATE
               COMPUTE WS-LOAN-TOTAL ROUNDED =
                   WS-AMORT-BASE +
                   WS-AMORT-BASE * WS-LOAN-RATE *
                   (WS-LOAN-TERM + 1) / 2
           ELSE
               COMPUTE WS-LOAN-TOTAL =
                   WS-AMORT-BASE *
                   (1 + WS-LOAN-RATE * WS-LOAN-TERM)
               COMPUTE LOAN-OUT-INSTALLMENT =
                   WS-LOAN-TOTAL / WS-LOAN-TERM
           END-IF
           END-IF.

      *    Agenda de parcelas do contrato em LOAN-OUT: numeradas a
      *    partir de WS-AMORT-OFFSET + 1, vencendo mes a mes desde a
      *    data de movimento
       GRAVA-AGENDA.
           MOVE WS-AMORT-BASE TO WS-REMAIN-PRINCIPAL.
           PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
               UNTIL WS-LOAN-IDX > WS-LOAN-TERM
               MOVE LOAN-OUT-ID TO SCHED-OUT-LOAN-ID
               COMPUTE SCHED-OUT-INSTALLMENT-NO =
                   WS-AMORT-OFFSET + WS-LOAN-IDX
      *        Abertura principal/juro da parcela;
      *        a ultima leva o principal residual
      *        do arredondamento
               IF WS-LOAN-METHOD = 'P' THEN
                   COMPUTE WS-INST-INTEREST
                       ROUNDED =
                       WS-REMAIN-PRINCIPAL *
                       WS-LOAN-RATE
                   IF WS-LOAN-IDX = WS-LOAN-TERM
                       MOVE WS-REMAIN-PRINCIPAL TO
                           WS-INST-PRINCIPAL
                   ELSE
                       COMPUTE WS-INST-PRINCIPAL =
                           LOAN-OUT-INSTALLMENT -
                           WS-INST-INTEREST
                   END-IF
                   COMPUTE SCHED-OUT-VALUE =
                       WS-INST-PRINCIPAL +
                       WS-INST-INTEREST
               ELSE
               IF WS-LOAN-METHOD = 'S' THEN
                   COMPUTE WS-INST-INTEREST
                       ROUNDED =
                       WS-REMAIN-PRINCIPAL *
                       WS-LOAN-RATE
                   IF WS-LOAN-IDX = WS-LOAN-TERM
                       MOVE WS-REMAIN-PRINCIPAL TO
                           WS-INST-PRINCIPAL
                   ELSE
                       COMPUTE WS-INST-PRINCIPAL
                           ROUNDED =
                           WS-AMORT-BASE /
                           WS-LOAN-TERM
                   END-IF
                   COMPUTE SCHED-OUT-VALUE =
                       WS-INST-PRINCIPAL +
                       WS-INST-INTEREST
               ELSE
                   IF WS-LOAN-IDX = WS-LOAN-TERM
                       MOVE WS-REMAIN-PRINCIPAL TO
                           WS-INST-PRINCIPAL
                   ELSE
                       COMPUTE WS-INST-PRINCIPAL
                           ROUNDED =
                           WS-AMORT-BASE /
                           WS-LOAN-TERM
                   END-IF
                   COMPUTE WS-INST-INTEREST =
                       LOAN-OUT-INSTALLMENT -
                       WS-INST-PRINCIPAL
                   IF WS-INST-INTEREST < 0 THEN
                       MOVE 0 TO WS-INST-INTEREST
                   END-IF
                   MOVE LOAN-OUT-INSTALLMENT TO
                       SCHED-OUT-VALUE
               END-IF
               END-IF
               SUBTRACT WS-INST-PRINCIPAL FROM
                   WS-REMAIN-PRINCIPAL
               MOVE WS-INST-PRINCIPAL TO
                   SCHED-OUT-PRINCIPAL
               MOVE WS-INST-INTEREST TO
                   SCHED-OUT-INTEREST
               SET SCHED-OUT-PENDING TO TRUE
               COMPUTE WS-DUE-MONTHS =
                   WS-TODAY-MM + WS-LOAN-IDX
               COMPUTE WS-DUE-YYYY =
                   WS-TODAY-YYYY +
                   (WS-DUE-MONTHS - 1) / 12
               COMPUTE WS-DUE-MM =
                   FUNCTION MOD(WS-DUE-MONTHS - 1, 12)
                   + 1
               IF WS-TODAY-DD > 28 THEN
                   MOVE 28 TO WS-DUE-DD
               ELSE
                   MOVE WS-TODAY-DD TO WS-DUE-DD
               END-IF
      *        Vencimento rolado ao proximo dia
      *        util pelo calendario de feriados
               CALL 'BANK-BUSINESS-DAY' USING
                   WS-DUE-DATE
               END-CALL
               MOVE WS-DUE-DATE TO SCHED-OUT-DATE
               WRITE LOAN-SCHEDULE-RECORD
               END-WRITE
           END-PERFORM.

      *    Reamortizacao do contrato em LOAN-OUT: base e o principal
      *    restante mais o juro das parcelas ja vencidas (a mesma
      *    apuracao da liquidacao, sem o abatimento).  A nova agenda
      *    segue a numeracao depois da ultima parcela do contrato; o
      *    prazo passa a contar todas as parcelas ja numeradas, e as
      *    anteriores contam como consumidas para o pagamento manual
       RENEGOCIA-EMPRESTIMO.
           PERFORM APURA-LIQUIDACAO.
           COMPUTE WS-AMORT-BASE =
               WS-SETTLE-PRINCIPAL + WS-SETTLE-ACCRUED.
           PERFORM CANCELA-PARCELAS.
           MOVE LOAN-OUT-TERM TO WS-AMORT-OFFSET.
           IF WS-LOAN-RATE = 0 THEN
               MOVE LOAN-OUT-RATE TO WS-LOAN-RATE
           END-IF.
           IF WS-LOAN-METHOD = SPACE THEN
               MOVE LOAN-OUT-METHOD TO WS-LOAN-METHOD
           END-IF.
           PERFORM CALCULA-PRESTACAO.
           PERFORM GRAVA-AGENDA.
           MOVE WS-AMORT-BASE TO LOAN-OUT-PRINCIPAL.
           MOVE WS-LOAN-RATE TO LOAN-OUT-RATE.
           COMPUTE LOAN-OUT-TERM = WS-AMORT-OFFSET + WS-LOAN-TERM.
           MOVE WS-LOAN-TOTAL TO LOAN-OUT-BALANCE.
           MOVE WS-AMORT-OFFSET TO LOAN-OUT-PAID-COUNT.
           MOVE WS-LOAN-METHOD TO LOAN-OUT-METHOD.
           IF LOAN-OUT-RENEG-COUNT < 99 THEN
               ADD 1 TO LOAN-OUT-RENEG-COUNT
           END-IF.
           MOVE WS-TODAY TO LOAN-OUT-RENEG-DATE.
           MOVE 0 TO LOAN-OUT-DUNNING-STAGE.
           MOVE 0 TO LOAN-OUT-DUNNING-DATE.
           REWRITE LOAN-OUT-RECORD
           END-REWRITE.
           DISPLAY 'EMPRESTIMO RENEGOCIADO: ' LOAN-OUT-ID
               ' SALDO: ' WS-AMORT-BASE ' PRAZO: ' WS-LOAN-TERM
               ' METODO: ' WS-LOAN-METHOD.

      *    Premio do seguro prestamista: percentual unico da primeira
      *    faixa cujo prazo cobre o prazo do contrato, sobre o valor
      *    liberado
       CALCULA-SEGURO.
           MOVE 'N' TO WS-INS-FOUND.
           MOVE 0 TO WS-INS-PREMIUM.
           OPEN INPUT INSURANCE-RATE.
           IF FS-INSRATE = '00' THEN
               MOVE 0 TO WS-INS-READ-COUNT
               MOVE 'N' TO WS-INS-RATE-EOF
               PERFORM UNTIL WS-INS-RATE-EOF = 'Y'
                   READ INSURANCE-RATE
                       AT END MOVE 'Y' TO WS-INS-RATE-EOF
                       NOT AT END
                         IF WS-INS-READ-COUNT < 10 THEN
                             ADD 1 TO WS-INS-READ-COUNT
                             MOVE INS-RATE-TERM-UP-TO TO
                                 WS-INS-BAND-TERM(WS-INS-READ-COUNT)
                             MOVE INS-RATE-PERCENT TO
                                 WS-INS-BAND-RATE(WS-INS-READ-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE INSURANCE-RATE
               IF WS-INS-READ-COUNT > 0 THEN
                   MOVE WS-INS-READ-COUNT TO WS-INS-BAND-COUNT
               END-IF
           END-IF.
           PERFORM VARYING WS-INS-IDX FROM 1 BY 1
                   UNTIL WS-INS-IDX > WS-INS-BAND-COUNT
                   OR WS-INS-FOUND = 'Y'
               IF WS-LOAN-TERM NOT > WS-INS-BAND-TERM(WS-INS-IDX)
                       THEN
                   MOVE 'Y' TO WS-INS-FOUND
                   MOVE WS-INS-BAND-RATE(WS-INS-IDX) TO WS-INS-RATE
               END-IF
           END-PERFORM.
           IF WS-INS-FOUND = 'Y' THEN
               COMPUTE WS-INS-PREMIUM ROUNDED =
                   WS-MOVEMENT-VALUE * WS-INS-RATE / 100
           END-IF.

      *    Apolice do contrato recem-liberado: premio creditado na
      *    conta interna de premios a repassar (financiado ou
      *    debitado) e registro para a remessa mensal a seguradora
       REGISTRA-SEGURO.
           IF WS-LOAN-INSURANCE = 'F' THEN
               MOVE 'SGF' TO WS-INT-POST-OPERATION
           ELSE
               MOVE 'SGD' TO WS-INT-POST-OPERATION
           END-IF.
           IF WS-INS-PREMIUM > 0 THEN
               MOVE WS-PREMIUM-ACCOUNT TO WS-INT-POST-ACCOUNT
               MOVE 'C' TO WS-INT-POST-DRCR
               MOVE WS-INS-PREMIUM TO WS-INT-POST-VALUE
               ADD 1 TO WS-SEG-SEQ
               COMPUTE WS-INT-POST-TXN-ID =
                   WS-TODAY * 1000000 + 260000 + WS-SEG-SEQ
               MOVE WS-TXN-ID TO WS-INT-POST-REF-TXN-ID
               MOVE 'PREMIO SEGURO PRESTAMISTA' TO WS-INT-POST-OBS
               PERFORM LANCA-CONTA-SEGURO
           END-IF.
           OPEN I-O INSURE-RW.
           IF FS-INSURE = '35' THEN
               CLOSE INSURE-RW
               OPEN OUTPUT INSURE-RW
               CLOSE INSURE-RW
               OPEN I-O INSURE-RW
           END-IF.
           IF FS-INSURE NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/LOANINSURANCE.DATA: '
                   FS-INSURE
           ELSE
               MOVE LOAN-OUT-ID TO INS-RW-LOAN-ID
               MOVE LOAN-OUT-PEOPLE-ID TO INS-RW-PEOPLE-ID
               MOVE WS-LOAN-INSURANCE TO INS-RW-MODE
               MOVE WS-MOVEMENT-VALUE TO INS-RW-INSURED
               MOVE WS-INS-PREMIUM TO INS-RW-PREMIUM
               MOVE WS-INS-RATE TO INS-RW-RATE
               MOVE WS-TODAY TO INS-RW-START-DATE
               SET INS-RW-ACTIVE TO TRUE
               MOVE 0 TO INS-RW-REMIT-DATE
               MOVE SPACE TO INS-RW-CONFIRM-STATUS
               MOVE 0 TO INS-RW-CLAIM-DATE
               MOVE SPACES TO INS-RW-CLAIM-REF
               MOVE 0 TO INS-RW-CLAIM-VALUE
               MOVE 0 TO INS-RW-CLAIM-SETTLED
               MOVE 0 TO INS-RW-CLAIM-SURPLUS
               WRITE INSURE-RW-RECORD
                   INVALID KEY
                     REWRITE INSURE-RW-RECORD
                     END-REWRITE
               END-WRITE
               CLOSE INSURE-RW
           END-IF.

      *    Lancamento numa conta interna do seguro (WS-INT-POST-):
      *    conta criada no primeiro uso, saldo e razao atualizados
       LANCA-CONTA-SEGURO.
           MOVE WS-INT-POST-ACCOUNT TO ACCOUNT-OUT-ID.
           READ STATEMENT-OUT
               KEY IS ACCOUNT-OUT-ID
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
                 IF WS-INT-POST-DRCR = 'C' THEN
                     ADD WS-INT-POST-VALUE TO ACCOUNT-OUT-VALUE
                 ELSE
                     SUBTRACT WS-INT-POST-VALUE FROM ACCOUNT-OUT-VALUE
                 END-IF
                 WRITE ACCOUNT-OUT-MOVEMENT
                 END-WRITE
               NOT INVALID KEY
                 IF WS-INT-POST-DRCR = 'C' THEN
                     ADD WS-INT-POST-VALUE TO ACCOUNT-OUT-VALUE
                 ELSE
                     SUBTRACT WS-INT-POST-VALUE FROM ACCOUNT-OUT-VALUE
                 END-IF
                 REWRITE ACCOUNT-OUT-MOVEMENT
                 END-REWRITE
           END-READ.
           MOVE ACCOUNT-OUT-ID TO LEDGER-OUT-ACCOUNT-ID.
           MOVE WS-INT-POST-OPERATION TO LEDGER-OUT-OPERATION.
           MOVE WS-INT-POST-DRCR TO LEDGER-OUT-DRCR.
           MOVE WS-INT-POST-VALUE TO LEDGER-OUT-VALUE.
           MOVE ACCOUNT-OUT-VALUE TO LEDGER-OUT-BALANCE.
           MOVE 'BRL' TO LEDGER-OUT-CURRENCY.
           MOVE SPACES TO LEDGER-OUT-OBSERVATION.
           STRING WS-INT-POST-OBS DELIMITED BY '  '
               ' EMPRESTIMO ' LOAN-OUT-ID
               DELIMITED BY SIZE
               INTO LEDGER-OUT-OBSERVATION
           END-STRING.
           MOVE WS-TODAY TO LEDGER-OUT-DATE.
           ACCEPT LEDGER-OUT-TIME FROM TIME.
           MOVE 0 TO LEDGER-OUT-REF-DATE.
           MOVE 0 TO LEDGER-OUT-REF-TIME.
           MOVE WS-INT-POST-TXN-ID TO LEDGER-OUT-TXN-ID.
           MOVE WS-INT-POST-REF-TXN-ID TO LEDGER-OUT-REF-TXN-ID.
           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG.
           PERFORM CARIMBA-ORIGEM
           WRITE LEDGER-OUT-RECORD
           END-WRITE.
