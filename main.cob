           SELECT APPROVAL-PARAM
               ASSIGN TO 'storage/approvalparam.data'
               FILE STATUS IS FS-APPRPARM.
           SELECT CUTOFF-PARAM ASSIGN TO 'storage/cutoff.data'
               FILE STATUS IS FS-CUTOFF.
           SELECT ALIAS-RW ASSIGN TO 'storage/alias.data'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               FILE STATUS IS FS-EDITPEO.
           SELECT RESOLVE-OUT ASSIGN TO 'output/aliasresolve.data'
               FILE STATUS IS FS-RESOLVE.
      *>  Modo simulacao: com 'S' em input/simulation.data a fila roda
      *>  inteira contra copias de trabalho de storage/ e com as saidas
      *>  desviadas para simulation/, e a projecao de cada operacao e
      *>  dos saldos finais sai em simulation/output/simulation.data.
           SELECT SIMULATION-IN ASSIGN TO 'input/simulation.data'
               FILE STATUS IS FS-SIM.
           SELECT SIM-OUT ASSIGN TO 'output/simulation.data'
               FILE STATUS IS FS-SIMOUT.

       DATA DIVISION.
           FILE SECTION.
               05 DATA-OUTPUT-STATUS PIC A(3).
               05 DATA-OUTPUT-SERVICE PIC A(3).
               05 DATA-OUTPUT-TXN-ID PIC 9(14).
      *>  Data em que a operacao agendada (AGD) sera executada, para
      *>  o canal avisar o cliente; zeros nos demais retornos.
               05 DATA-OUTPUT-VALUE-DATE PIC 9(8).

      *>  No fluxo particionado cada particao da janela 2 guarda o
      *>  seu proprio marcador em output/checkpointpartN.data, fora
               05 DEFER-OUT-STATUS PIC A(3).
               05 DEFER-OUT-SERVICE PIC A(3).
               05 DEFER-OUT-TXN-ID PIC 9(14).
               05 DEFER-OUT-VALUE-DATE PIC 9(8).

           FD APPROVAL-RW.
           01 APPROVAL-RW-FILE.
               05 APPR-PARAM-THRESHOLD PIC 9(10)V9(2).
               05 APPR-PARAM-EXPIRY-DAYS PIC 9(3).

      *>  Horarios de corte: um registro por operacao e canal (canal
      *>  em branco vale para todos os canais da operacao), com a
      *>  hora limite HHMMSS de recebimento para executar no dia.
           FD CUTOFF-PARAM.
           01 CUTOFF-PARAM-FILE.
               05 CUTOFF-PARAM-OPERATION-ID PIC 9(5).
               05 CUTOFF-PARAM-CHANNEL PIC A(1).
               05 CUTOFF-PARAM-TIME PIC 9(6).

           FD ALIAS-RW.
           01 ALIAS-RW-FILE.
               COPY ALIASREC REPLACING ==:PFX:== BY ==ALIAS-RW==.
               05 RESOLVE-OUT-ACCOUNT-ID PIC 9(10).
               05 RESOLVE-OUT-NAME PIC A(255).

           FD SIMULATION-IN.
           01 SIMULATION-IN-FILE.
               05 SIM-IN-MODE PIC A(1).

      *>  Projecao da simulacao: 'O' por operacao da fila com o
      *>  resultado que teria, 'S' por conta movimentada com o saldo
      *>  de abertura e o saldo projetado, 'T' com os totais.
           FD SIM-OUT.
           01 SIM-OUT-FILE.
               05 SIM-OUT-TYPE PIC A(1).
                   88 SIM-OUT-OPERATION VALUE 'O'.
                   88 SIM-OUT-BALANCE VALUE 'S'.
                   88 SIM-OUT-TOTAL VALUE 'T'.
               05 SIM-OUT-DATA PIC X(80).
               05 SIM-OUT-OPR REDEFINES SIM-OUT-DATA.
                   10 SIM-OUT-OPR-TXN-ID PIC 9(14).
                   10 SIM-OUT-OPR-OPERATION-ID PIC 9(5).
                   10 SIM-OUT-OPR-ACCOUNT-ID PIC 9(10).
                   10 SIM-OUT-OPR-DEST-ACCOUNT-ID PIC 9(10).
                   10 SIM-OUT-OPR-AMOUNT PIC 9(10)V9(2).
                   10 SIM-OUT-OPR-SERVICE PIC A(3).
                   10 SIM-OUT-OPR-STATUS PIC A(3).
                   10 FILLER PIC X(23).
               05 SIM-OUT-BAL REDEFINES SIM-OUT-DATA.
                   10 SIM-OUT-BAL-ACCOUNT-ID PIC 9(10).
                   10 SIM-OUT-BAL-CURRENCY PIC A(3).
                   10 SIM-OUT-BAL-OPENING PIC S9(10)V9(2).
                   10 SIM-OUT-BAL-PROJECTED PIC S9(10)V9(2).
                   10 SIM-OUT-BAL-STATUS PIC A(1).
                   10 FILLER PIC X(42).
               05 SIM-OUT-TOT REDEFINES SIM-OUT-DATA.
                   10 SIM-OUT-TOT-DATE PIC 9(8).
                   10 SIM-OUT-TOT-OPERATIONS PIC 9(8).
                   10 SIM-OUT-TOT-REJECTED PIC 9(8).
                   10 SIM-OUT-TOT-ACCOUNTS PIC 9(8).
                   10 FILLER PIC X(48).

           WORKING-STORAGE SECTION.
           01 WS-RUN-LOG.
               05 WS-RUN-LOG-PROGRAM PIC X(20)
           01 WS-CKPT-REM PIC 9(8) COMP.
           01 FS-CKPT PIC X(2).
           01 WS-TODAY PIC 9(8).
      *>  Matricula do caixa no saque e deposito em especie
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20) VALUE 'SISTEMBANK'.
               05 WS-OPER-CHK-OK PIC A(1).
      *>  Identificador unico de transacao: data + janela + sequencia
      *>  dentro da janela; estampado no razao e no acknowledgment.
           01 WS-TXN-ID PIC 9(14).
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
           01 WS-PARKED PIC A(1).
           01 WS-EDIT-REASON PIC A(40).
      *>  Tabela de horarios de corte carregada na critica; sem
      *>  storage/cutoff.data valem os padroes internos da TED (24)
      *>  e do pagamento de boleto (29).
           01 FS-CUTOFF PIC X(2).
           01 WS-CUTOFF-MAX PIC 9(3) COMP VALUE 100.
           01 WS-CUTOFF-COUNT PIC 9(3) COMP VALUE 0.
           01 WS-CUTOFF-IDX PIC 9(3) COMP.
           01 WS-CUTOFF-TABLE.
               05 WS-CUTOFF-ENTRY OCCURS 100 TIMES.
                   10 WS-CUTOFF-OPERATION-ID PIC 9(5).
                   10 WS-CUTOFF-CHANNEL PIC A(1).
                   10 WS-CUTOFF-TIME PIC 9(6).
           01 WS-CUTOFF-APPLIES PIC A(1).
           01 WS-CUTOFF-CHANNEL-IN PIC A(1).
           01 WS-CUTOFF-LIMIT PIC 9(6).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-CUTOFF-MOVED PIC 9(8) COMP VALUE 0.
           01 WS-EDIT-TOTAL PIC 9(8) COMP VALUE 0.
           01 WS-EDIT-REJECTED PIC 9(8) COMP VALUE 0.
           01 FS-SIM PIC X(2).
           01 FS-SIMOUT PIC X(2).
           01 WS-SIMULATION PIC A(1) VALUE 'N'.
           01 WS-SIM-SOURCE PIC X(60).
           01 WS-SIM-TARGET PIC X(60).
           01 WS-SIM-IDX PIC 9(3) COMP.
           01 WS-SIM-OPERATIONS PIC 9(8) COMP VALUE 0.
           01 WS-SIM-LOOKUP-ID PIC 9(10).
           01 WS-SIM-FILE PIC X(30).
           01 WS-SIM-FILE-DETAILS.
               05 WS-SIM-FILE-SIZE PIC X(8) COMP-X.
               05 WS-SIM-FILE-DATE PIC X(4).
               05 WS-SIM-FILE-TIME PIC X(4).
      *>  Contas que a fila movimenta, com o saldo antes e depois da
      *>  simulacao.
           01 WS-SIM-ACC-MAX PIC 9(4) COMP VALUE 500.
           01 WS-SIM-ACC-COUNT PIC 9(4) COMP VALUE 0.
           01 WS-SIM-ACC-IDX PIC 9(4) COMP.
           01 WS-SIM-ACC-FOUND PIC A(1).
           01 WS-SIM-ACC-TABLE.
               05 WS-SIM-ACC-ENTRY OCCURS 500 TIMES.
                   10 WS-SIM-ACC-ID PIC 9(10).
                   10 WS-SIM-ACC-CURRENCY PIC A(3).
                   10 WS-SIM-ACC-OPENING PIC S9(10)V9(2).
                   10 WS-SIM-ACC-PROJECTED PIC S9(10)V9(2).
                   10 WS-SIM-ACC-STATUS PIC A(1).
           COPY STORLIST.

      *>  Batch queue is drained in three ordered windows so a partial
      *>  rerun of one window (e.g. account operations) neither skips
      *>       37, 40)
      *>  3 -> CONSULTAS/RELATORIOS (operations 3, 4, 5)
       PROCEDURE DIVISION.
      *>  Simulacao decidida antes de tudo: dali em diante storage/ e
      *>  output/ ja apontam para as copias de trabalho, inclusive o
      *>  controle de execucao e o checkpoint.
           MOVE 'N' TO WS-SIMULATION.
           OPEN INPUT SIMULATION-IN.
           IF FS-SIM = '00'
               READ SIMULATION-IN
                   AT END CONTINUE
                   NOT AT END
                     IF SIM-IN-MODE = 'S'
                         MOVE 'Y' TO WS-SIMULATION
                     END-IF
               END-READ
               CLOSE SIMULATION-IN
           END-IF.
           IF WS-SIMULATION = 'Y'
               PERFORM PREPARA-SIMULACAO
           END-IF.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
               CLOSE CHECK-POINT
           END-IF.
           OPEN OUTPUT OUT-PUT.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.

      *>  Fluxo particionado: com plano de faixas presente, a janela
      *>  de movimentos fica com BANK-MOVEMENT-PART (uma execucao por
               END-READ
               CLOSE PARTITION-PLAN
           END-IF.
      *>  A simulacao roda a janela 2 aqui mesmo: as particoes sao
      *>  execucoes separadas que nao enxergariam as copias.
           IF WS-PARTITIONED = 'Y' AND WS-SIMULATION = 'Y'
               MOVE 'N' TO WS-PARTITIONED
               DISPLAY 'SIMULACAO: PLANO DE PARTICOES IGNORADO'
           END-IF.
           IF WS-PARTITIONED = 'Y'
               OPEN OUTPUT DEFER-OUT
           END-IF.
           OPEN INPUT ALIAS-RW.
           OPEN INPUT EDIT-PEOPLE.
           OPEN OUTPUT RESOLVE-OUT.
           PERFORM CARREGA-HORARIOS-CORTE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ IN-PUT
                   AT END MOVE 'Y' TO WS-EOF
                             TO WS-EDIT-REASON
                     ELSE
                     IF DATA-INPUT-OPERATION-ID < 1 OR
                             DATA-INPUT-OPERATION-ID > 49 THEN
                         MOVE 'OPERACAO DESCONHECIDA'
                             TO WS-EDIT-REASON
                     END-IF
                                 TO WS-EDIT-REASON
                         END-IF
                     END-IF
      *              Saque e deposito em especie no balcao: a
      *              matricula tem de ser de caixa ativo, e o dinheiro
      *              passa pelo caixa na hora, sem data de valor
                     IF WS-EDIT-REASON = SPACES AND
                             (DATA-INPUT-OPERATION-ID = 7 OR
                              DATA-INPUT-OPERATION-ID = 8) AND
                             DATA-INPUT-OPERATOR NOT = SPACES THEN
                         MOVE DATA-INPUT-OPERATOR
                             TO WS-OPER-CHK-MATRICULA
                         MOVE 'T' TO WS-OPER-CHK-ROLE
                         CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                         END-CALL
                         IF WS-OPER-CHK-OK = 'N' THEN
                             MOVE 'MATRICULA DE CAIXA INVALIDA'
                                 TO WS-EDIT-REASON
                         ELSE
                         IF DATA-INPUT-VALUE-DATE NUMERIC AND
                                 DATA-INPUT-VALUE-DATE > WS-TODAY THEN
                             MOVE 'CAIXA NAO ADMITE DATA DE VALOR'
                                 TO WS-EDIT-REASON
                         END-IF
                         END-IF
                     END-IF
      *              Demais operacoes lancadas por operador: a
      *              matricula vai para o razao, entao tem de existir
      *              e estar ativa, em qualquer papel
                     IF WS-EDIT-REASON = SPACES AND
                             DATA-INPUT-OPERATION-ID NOT = 7 AND
                             DATA-INPUT-OPERATION-ID NOT = 8 AND
                             DATA-INPUT-OPERATOR NOT = SPACES THEN
                         MOVE DATA-INPUT-OPERATOR
                             TO WS-OPER-CHK-MATRICULA
                         MOVE SPACE TO WS-OPER-CHK-ROLE
                         CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                         END-CALL
                         IF WS-OPER-CHK-OK = 'N' THEN
                             MOVE 'MATRICULA DE OPERADOR INVALIDA'
                                 TO WS-EDIT-REASON
                         END-IF
                     END-IF
                     IF WS-EDIT-REASON = SPACES AND
                             DATA-INPUT-OPERATION-ID = 19 THEN
                         IF DATA-INPUT-REF-TXN-ID NOT NUMERIC OR
                             DATA-INPUT-OPERATION-ID = 9 THEN
                         IF DATA-INPUT-LOAN-OPERATION NOT NUMERIC
                                 OR DATA-INPUT-LOAN-OPERATION < 1
                                 OR DATA-INPUT-LOAN-OPERATION > 5
                                 THEN
                             MOVE 'TIPO DE EMPRESTIMO INVALIDO'
                                 TO WS-EDIT-REASON
                         ELSE
                         IF (DATA-INPUT-LOAN-OPERATION = 1 OR
                                 DATA-INPUT-LOAN-OPERATION = 5) AND
                                 (DATA-INPUT-LOAN-TERM NOT NUMERIC
                                 OR DATA-INPUT-LOAN-TERM = 0) THEN
                             MOVE 'PRAZO DE EMPRESTIMO INVALIDO'
                             MOVE 'TAXA DE EMPRESTIMO INVALIDA'
                                 TO WS-EDIT-REASON
                         ELSE
                         IF (DATA-INPUT-LOAN-OPERATION = 1 OR
                                 DATA-INPUT-LOAN-OPERATION = 5) AND
                                 DATA-INPUT-LOAN-METHOD NOT = ' '
                                 AND DATA-INPUT-LOAN-METHOD NOT =
                                 'F' AND
                                 'S' THEN
                             MOVE 'METODO DE AMORTIZACAO INVALIDO'
                                 TO WS-EDIT-REASON
                         ELSE
                         IF DATA-INPUT-LOAN-OPERATION = 1 AND
                                 DATA-INPUT-LOAN-INSURANCE NOT = ' '
                                 AND DATA-INPUT-LOAN-INSURANCE NOT =
                                 'N' AND
                                 DATA-INPUT-LOAN-INSURANCE NOT = 'F'
                                 AND DATA-INPUT-LOAN-INSURANCE NOT =
                                 'D' THEN
                             MOVE 'SEGURO PRESTAMISTA INVALIDO'
                                 TO WS-EDIT-REASON
                         END-IF
                         END-IF
                         END-IF
                         END-IF
                                 TO WS-EDIT-REASON
                         END-IF
                     END-IF
                     IF WS-EDIT-REASON = SPACES AND
                             NOT DATA-INPUT-CHANNEL-BRANCH AND
                             NOT DATA-INPUT-CHANNEL-ATM AND
                             NOT DATA-INPUT-CHANNEL-INTERNET THEN
                         MOVE 'CANAL DE ORIGEM INVALIDO'
                             TO WS-EDIT-REASON
                     END-IF
                     IF WS-EDIT-REASON = SPACES THEN
                         IF DATA-INPUT-CHANNEL = SPACE THEN
                             MOVE 'A' TO DATA-INPUT-CHANNEL
                         END-IF
                         PERFORM APLICA-HORARIO-CORTE
                     END-IF
                     MOVE IN-PUT-FILE TO CLEAN-Q-FILE
                     IF WS-EDIT-REASON = SPACES THEN
                         SET DATA-CLEAN-APPROVED TO TRUE
           CLOSE RESOLVE-OUT.
           DISPLAY 'CRITICA DA FILA: ' WS-EDIT-TOTAL ' LIDOS, '
               WS-EDIT-REJECTED ' REJEITADOS'.
           IF WS-CUTOFF-MOVED > 0 THEN
               DISPLAY 'RECEBIDOS APOS O HORARIO DE CORTE: '
                   WS-CUTOFF-MOVED
           END-IF.
           IF WS-SIMULATION = 'Y'
               PERFORM SALDOS-ABERTURA-SIMULACAO
           END-IF.

      *>  Janela 1: manutencao de clientes
           MOVE 0 TO WS-SEQ.
                           WS-INPUT-OPERATION-ID = 14 OR
                           WS-INPUT-OPERATION-ID = 16 OR
                           WS-INPUT-OPERATION-ID = 38 OR
                           WS-INPUT-OPERATION-ID = 39 OR
                           WS-INPUT-OPERATION-ID = 42 OR
                           WS-INPUT-OPERATION-ID = 43 THEN
                       ADD 1 TO WS-SEQ
                       IF WS-SEQ > WS-RESTART-SEQ-CAD AND
                               WS-INPUT-APPROVED
                               DISPLAY "DECISAO DE CASO AML"
                               CALL 'AMLCASEREVIEW'
                               MOVE 'AML' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 42 THEN
                               DISPLAY "COMUNICACAO DE OBITO"
                               CALL 'PEOPLEDECEASED'
                               MOVE 'OBT' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 43 THEN
                               DISPLAY "REPRESENTANTE LEGAL DE MENOR"
                               CALL 'LEGALREP'
                               MOVE 'REP' TO WS-SERVICE
                           ELSE
                               DISPLAY "DECISAO DE COMPLIANCE"
                               CALL 'PEOPLEREVIEW'
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                           MOVE WS-SERVICE TO DATA-OUTPUT-SERVICE
                           MOVE 'OK ' TO DATA-OUTPUT-STATUS
                           MOVE WS-TXN-ID TO DATA-OUTPUT-TXN-ID
                           MOVE 0 TO DATA-OUTPUT-VALUE-DATE
                           WRITE OUT-PUT-FILE
                           IF WS-SIMULATION = 'Y'
                               PERFORM GRAVA-PROJECAO-OPERACAO
                           END-IF
                           DIVIDE WS-SEQ BY WS-CKPT-INTERVAL
                               GIVING WS-CKPT-QUOT
                               REMAINDER WS-CKPT-REM
                               MOVE 'OK ' TO DATA-OUTPUT-STATUS
                           END-IF
                           MOVE WS-TXN-ID TO DATA-OUTPUT-TXN-ID
                           MOVE 0 TO DATA-OUTPUT-VALUE-DATE
                           IF WS-PARTITIONED = 'Y'
                               MOVE DATA-OUTPUT-STATUS TO
                                   DEFER-OUT-STATUS
                                   DEFER-OUT-SERVICE
                               MOVE DATA-OUTPUT-TXN-ID TO
                                   DEFER-OUT-TXN-ID
                               MOVE DATA-OUTPUT-VALUE-DATE TO
                                   DEFER-OUT-VALUE-DATE
                               WRITE DEFER-OUT-FILE
                           ELSE
                               WRITE OUT-PUT-FILE
                           END-IF
                           IF WS-SIMULATION = 'Y'
                               PERFORM GRAVA-PROJECAO-OPERACAO
                           END-IF
                           DIVIDE WS-SEQ BY WS-CKPT-INTERVAL
                               GIVING WS-CKPT-QUOT
                               REMAINDER WS-CKPT-REM
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           IF WS-SIMULATION = 'Y'
               PERFORM ENCERRA-SIMULACAO
           END-IF.
      *>  GOBACK, e nao STOP RUN: o orquestrador BANK-NIGHT-RUN chama
      *>  este programa no comeco da esteira e precisa sobreviver a
      *>  chamada para conferir o termino e seguir com os dependentes.
           GOBACK.

      *>  Horarios de corte da critica: storage/cutoff.data substitui
      *>  os padroes internos quando presente.
       CARREGA-HORARIOS-CORTE.
           MOVE 0 TO WS-CUTOFF-COUNT.
           OPEN INPUT CUTOFF-PARAM.
           IF FS-CUTOFF = '00' THEN
               PERFORM UNTIL FS-CUTOFF NOT = '00'
                   READ CUTOFF-PARAM
                       AT END MOVE '10' TO FS-CUTOFF
                       NOT AT END
                         IF CUTOFF-PARAM-OPERATION-ID NUMERIC AND
                                 CUTOFF-PARAM-TIME NUMERIC AND
                                 WS-CUTOFF-COUNT < WS-CUTOFF-MAX THEN
                             ADD 1 TO WS-CUTOFF-COUNT
                             MOVE CUTOFF-PARAM-OPERATION-ID TO
                                 WS-CUTOFF-OPERATION-ID
                                 (WS-CUTOFF-COUNT)
                             MOVE CUTOFF-PARAM-CHANNEL TO
                                 WS-CUTOFF-CHANNEL(WS-CUTOFF-COUNT)
                             MOVE CUTOFF-PARAM-TIME TO
                                 WS-CUTOFF-TIME(WS-CUTOFF-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE CUTOFF-PARAM
           ELSE
               MOVE 2 TO WS-CUTOFF-COUNT
               MOVE 24 TO WS-CUTOFF-OPERATION-ID(1)
               MOVE SPACE TO WS-CUTOFF-CHANNEL(1)
               MOVE 170000 TO WS-CUTOFF-TIME(1)
               MOVE 29 TO WS-CUTOFF-OPERATION-ID(2)
               MOVE SPACE TO WS-CUTOFF-CHANNEL(2)
               MOVE 200000 TO WS-CUTOFF-TIME(2)
           END-IF.

      *>  Operacao de movimento recebida depois do corte da operacao
      *>  no canal vira agendamento para o proximo dia util, pela
      *>  mesma fila de data de valor da janela 2; quem ja veio com
      *>  data de valor futura e o saque e deposito em especie no
      *>  balcao nao passam pelo corte.
       APLICA-HORARIO-CORTE.
           MOVE 'Y' TO WS-CUTOFF-APPLIES.
           IF DATA-INPUT-SUBMIT-TIME NOT NUMERIC OR
                   DATA-INPUT-SUBMIT-TIME = 0 THEN
               MOVE 'N' TO WS-CUTOFF-APPLIES
           END-IF.
           IF DATA-INPUT-VALUE-DATE NUMERIC AND
                   DATA-INPUT-VALUE-DATE > WS-TODAY THEN
               MOVE 'N' TO WS-CUTOFF-APPLIES
           END-IF.
           IF (DATA-INPUT-OPERATION-ID = 7 OR
                   DATA-INPUT-OPERATION-ID = 8) AND
                   DATA-INPUT-OPERATOR NOT = SPACES THEN
               MOVE 'N' TO WS-CUTOFF-APPLIES
           END-IF.
           IF DATA-INPUT-OPERATION-ID NOT = 7 AND
                   DATA-INPUT-OPERATION-ID NOT = 8 AND
                   DATA-INPUT-OPERATION-ID NOT = 9 AND
                   DATA-INPUT-OPERATION-ID NOT = 10 AND
                   DATA-INPUT-OPERATION-ID NOT = 15 AND
                   DATA-INPUT-OPERATION-ID NOT = 20 AND
                   DATA-INPUT-OPERATION-ID NOT = 24 AND
                   DATA-INPUT-OPERATION-ID NOT = 25 AND
                   DATA-INPUT-OPERATION-ID NOT = 29 AND
                   DATA-INPUT-OPERATION-ID NOT = 31 THEN
               MOVE 'N' TO WS-CUTOFF-APPLIES
           END-IF.
           MOVE DATA-INPUT-CHANNEL TO WS-CUTOFF-CHANNEL-IN.
      *    Corte proprio do canal prevalece sobre o da operacao
           MOVE 0 TO WS-CUTOFF-LIMIT.
           PERFORM VARYING WS-CUTOFF-IDX FROM 1 BY 1
                   UNTIL WS-CUTOFF-IDX > WS-CUTOFF-COUNT
               IF WS-CUTOFF-OPERATION-ID(WS-CUTOFF-IDX) =
                       DATA-INPUT-OPERATION-ID THEN
                   IF WS-CUTOFF-CHANNEL(WS-CUTOFF-IDX) =
                           WS-CUTOFF-CHANNEL-IN THEN
                       MOVE WS-CUTOFF-TIME(WS-CUTOFF-IDX)
                           TO WS-CUTOFF-LIMIT
                   ELSE
                   IF WS-CUTOFF-CHANNEL(WS-CUTOFF-IDX) = SPACE AND
                           WS-CUTOFF-LIMIT = 0 THEN
                       MOVE WS-CUTOFF-TIME(WS-CUTOFF-IDX)
                           TO WS-CUTOFF-LIMIT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CUTOFF-APPLIES = 'Y' AND WS-CUTOFF-LIMIT > 0 AND
                   DATA-INPUT-SUBMIT-TIME > WS-CUTOFF-LIMIT THEN
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
               CALL 'BANK-BUSINESS-DAY' USING WS-CUTOFF-DATE
               END-CALL
               MOVE WS-CUTOFF-DATE TO DATA-INPUT-VALUE-DATE
               ADD 1 TO WS-CUTOFF-MOVED
               DISPLAY 'OPERACAO ' DATA-INPUT-OPERATION-ID
                   ' RECEBIDA APOS O CORTE (' DATA-INPUT-SUBMIT-TIME
                   '), TRANSFERIDA PARA ' WS-CUTOFF-DATE
           END-IF.

      *>  Favorecido da transferencia 10, 24 ou 31 no cadastro do
      *>  titular (BANK-PAYEE-CHECK): incluido se novo, e retido na
      *>  fila de aprovacao se ainda em carencia e acima do teto.
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

      *>  Corpo da janela 2, executado aqui apenas no fluxo de
      *>  corrente unica; no fluxo particionado quem o roda e
      *>  BANK-MOVEMENT-PART, uma vez por faixa de contas.
                           WS-INPUT-OPERATION-ID = 35 OR
                           WS-INPUT-OPERATION-ID = 36 OR
                           WS-INPUT-OPERATION-ID = 37 OR
                           WS-INPUT-OPERATION-ID = 40 OR
                           WS-INPUT-OPERATION-ID = 41 OR
                           WS-INPUT-OPERATION-ID = 44 OR
                           WS-INPUT-OPERATION-ID = 45 OR
                           WS-INPUT-OPERATION-ID = 46 OR
                           WS-INPUT-OPERATION-ID = 47 OR
                           WS-INPUT-OPERATION-ID = 48 OR
                           WS-INPUT-OPERATION-ID = 49 THEN
                       ADD 1 TO WS-SEQ
                       IF WS-SEQ > WS-RESTART-SEQ-ACC AND
                               WS-INPUT-APPROVED
                               CALL 'SWEEPORDER'
                               MOVE 'VAR' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 41 THEN
                               CALL 'CARDDISPUTE'
                               MOVE 'CTS' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 44 THEN
                               CALL 'BRANCHMAINT'
                               MOVE 'AGE' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 45 THEN
                               CALL 'ACCOUNTBRANCH'
                               MOVE 'TAG' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 46 THEN
                               CALL 'DRAWERMAINT'
                               MOVE 'CXA' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 47 THEN
                               CALL 'BOLETOREG'
                               MOVE 'BOL' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 48 THEN
                               CALL 'COMPLAINT'
                               MOVE 'SAC' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 49 THEN
                               CALL 'PAYEE'
                               MOVE 'FAV' TO WS-SERVICE
                           ELSE
                           IF WS-INPUT-OPERATION-ID = 19 THEN
                               MOVE 'CAN' TO WS-SERVICE
                               MOVE 'ERR' TO WS-BANK-RETURN-STATUS
                           ELSE
                               MOVE LOW-VALUES TO WS-BANK-ACCOUNT
                               MOVE WS-TXN-ID TO WS-BANK-TXN-ID
                               MOVE WS-INPUT-OPERATOR TO
                                   WS-BANK-OPERATOR
                               MOVE WS-INPUT-CHANNEL TO
                                   WS-BANK-CHANNEL
                               MOVE WS-INPUT-CURRENCY TO
                                   WS-BANK-CURRENCY
                               MOVE WS-INPUT-ACCOUNT-ID TO
                                       WS-BANK-LOAN-RATE
                                   MOVE WS-INPUT-LOAN-METHOD TO
                                       WS-BANK-LOAN-METHOD
                                   MOVE WS-INPUT-LOAN-INSURANCE TO
                                       WS-BANK-LOAN-INSURANCE
                               END-IF
                               IF WS-INPUT-OPERATION-ID = 10 THEN
                                   MOVE '5' TO WS-BANK-OPERATION-ID
                                   MOVE WS-INPUT-REF-TXN-ID TO
                                       WS-BANK-REF-TXN-ID
                               END-IF
                               MOVE 'N' TO WS-MINOR-CHK-REFUSED
      *>  Conta de menor: saque e transferencia so com a sessao do
      *>  representante legal
                               IF WS-INPUT-OPERATION-ID = 7 OR
                                       WS-INPUT-OPERATION-ID = 10 OR
                                       WS-INPUT-OPERATION-ID = 24 OR
                                       WS-INPUT-OPERATION-ID = 31 THEN
                                   MOVE WS-INPUT-ACCOUNT-ID TO
                                       WS-MINOR-CHK-ACCOUNT-ID
                                   MOVE WS-INPUT-SIGNATURE TO
                                       WS-MINOR-CHK-SIGNATURE
                                   CALL 'BANK-MINOR-CHECK' USING
                                       WS-MINOR-CHK
                                   END-CALL
                               END-IF
                               MOVE 'N' TO WS-DUP
      *>  Estorno (15) fica fora da impressao digital: normalmente vem
      *>  sem valor e ja tem a propria guarda de ja-estornado no razao.
      *>  Cotacao de liquidacao (9/3) tambem: e so consulta e pode
      *>  repetir no mesmo dia.
                               IF WS-MINOR-CHK-REFUSED = 'N' AND
                                       ((WS-INPUT-OPERATION-ID = 9 AND
                                       WS-INPUT-LOAN-OPERATION
                                       NOT = 3) OR
                                       WS-INPUT-OPERATION-ID = 7 OR
      *>  de valor
                               MOVE 'N' TO WS-APPROVAL-HELD
                               IF WS-DUP = 'N' AND
                                       WS-MINOR-CHK-REFUSED = 'N' AND
                                       (WS-INPUT-OPERATION-ID = 7 OR
                                       WS-INPUT-OPERATION-ID = 10 OR
                                       WS-INPUT-OPERATION-ID = 20 OR
                                               WS-APPROVAL-HELD
                                       END-IF
                                   END-IF
      *>  Transferencia para favorecido novo: o destino entra no
      *>  cadastro do cliente e, na carencia, valor acima do teto
      *>  tambem fica na fila de aprovacao
                                   IF WS-INPUT-OPERATION-ID = 10 OR
                                           WS-INPUT-OPERATION-ID = 24
                                           OR
                                           WS-INPUT-OPERATION-ID = 31
                                           THEN
                                       PERFORM CONFERE-FAVORECIDO
                                   END-IF
                               END-IF
                               IF WS-APPROVAL-HELD = 'Y' THEN
                                   MOVE WS-TXN-ID
                                       APPR-RW-LOAN-RATE
                                   MOVE WS-INPUT-LOAN-METHOD TO
                                       APPR-RW-LOAN-METHOD
                                   MOVE WS-INPUT-LOAN-INSURANCE TO
                                       APPR-RW-LOAN-INSURANCE
                                   MOVE WS-INPUT-OPERATOR TO
                                       APPR-RW-OPERATOR
                                   MOVE WS-INPUT-CHANNEL TO
                                       APPR-RW-CHANNEL
                                   MOVE WS-INPUT-DEST-ACCOUNT-ID TO
                                       APPR-RW-DEST-ACCOUNT-ID
                                   MOVE WS-INPUT-REF-DATE TO
                               END-IF
                               MOVE 'N' TO WS-PARKED
                               IF WS-DUP = 'N' AND
                                       WS-MINOR-CHK-REFUSED = 'N' AND
                                       WS-APPROVAL-HELD = 'N' AND
                                       (WS-INPUT-OPERATION-ID = 7 OR
                                       WS-INPUT-OPERATION-ID = 8 OR
                                       PEND-RW-LOAN-RATE
                                   MOVE WS-INPUT-LOAN-METHOD TO
                                       PEND-RW-LOAN-METHOD
                                   MOVE WS-INPUT-LOAN-INSURANCE TO
                                       PEND-RW-LOAN-INSURANCE
                                   MOVE WS-INPUT-OPERATOR TO
                                       PEND-RW-OPERATOR
                                   MOVE WS-INPUT-CHANNEL TO
                                       PEND-RW-CHANNEL
                                   MOVE SPACES TO PEND-RW-APPROVER
                                   MOVE WS-INPUT-DEST-ACCOUNT-ID TO
                                       PEND-RW-DEST-ACCOUNT-ID
                                   MOVE WS-INPUT-REF-DATE TO
                                   DISPLAY 'OPERACAO DUPLICADA '
                                       'REJEITADA: '
                                       WS-INPUT-ACCOUNT-ID
                               ELSE
                               IF WS-MINOR-CHK-REFUSED = 'Y' THEN
                                   MOVE 'MEN' TO
                                       WS-BANK-RETURN-STATUS
                                   DISPLAY 'MOVIMENTO DE MENOR SEM '
                                       'SESSAO DO REPRESENTANTE: '
                                       WS-INPUT-ACCOUNT-ID
                               ELSE
                                   IF WS-PARKED = 'N' AND
                                           WS-APPROVAL-HELD = 'N'
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
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                                   WS-SERVICE = 'OPE' OR
                                   WS-SERVICE = 'APR' OR
                                   WS-SERVICE = 'JUD' OR
                                   WS-SERVICE = 'VAR' OR
                                   WS-SERVICE = 'CTS' OR
                                   WS-SERVICE = 'AGE' OR
                                   WS-SERVICE = 'TAG' OR
                                   WS-SERVICE = 'CXA' OR
                                   (WS-SERVICE = 'BOL' AND
                                    WS-INPUT-OPERATION-ID = 47) OR
                                   WS-SERVICE = 'SAC' OR
                                   WS-SERVICE = 'FAV' THEN
                               MOVE 'OK ' TO DATA-OUTPUT-STATUS
                           ELSE
                               MOVE WS-BANK-RETURN-STATUS
                                   TO DATA-OUTPUT-STATUS
                           END-IF
                           MOVE WS-TXN-ID TO DATA-OUTPUT-TXN-ID
                           IF DATA-OUTPUT-STATUS = 'AGD' THEN
                               MOVE WS-INPUT-VALUE-DATE
                                   TO DATA-OUTPUT-VALUE-DATE
                           ELSE
                               MOVE 0 TO DATA-OUTPUT-VALUE-DATE
                           END-IF
                           WRITE OUT-PUT-FILE
                           IF WS-SIMULATION = 'Y'
                               PERFORM GRAVA-PROJECAO-OPERACAO
                           END-IF
                           DIVIDE WS-SEQ BY WS-CKPT-INTERVAL
                               GIVING WS-CKPT-QUOT
                               REMAINDER WS-CKPT-REM
           CLOSE APPROVAL-RW.
           CLOSE DUP-OUT.
           MOVE WS-SEQ TO CKPT-LAST-SEQ-ACC.

      *>  Copias de trabalho da simulacao: cada arquivo de storage/ vai
      *>  para simulation/storage/ (o que nao existe e apagado da copia,
      *>  para nao sobrar de uma simulacao anterior) e o checkpoint da
      *>  simulacao e descartado, para a fila rodar inteira.  Depois o
      *>  mapeamento de nomes do runtime (variaveis DD_) desvia
      *>  storage/ e output/ para simulation/ em todos os programas
      *>  chamados, ate ENCERRA-SIMULACAO desfazer.  input/ continua
      *>  sendo o vivo: so e lido.
       PREPARA-SIMULACAO.
           DISPLAY 'SIMULACAO: NENHUM ARQUIVO VIVO SERA ALTERADO'.
           MOVE 0 TO WS-SIM-ACC-COUNT.
           MOVE 0 TO WS-SIM-OPERATIONS.
           MOVE 'simulation' TO WS-SIM-TARGET.
           CALL 'CBL_CREATE_DIR' USING WS-SIM-TARGET
           END-CALL.
           MOVE 'simulation/storage' TO WS-SIM-TARGET.
           CALL 'CBL_CREATE_DIR' USING WS-SIM-TARGET
           END-CALL.
           MOVE 'simulation/output' TO WS-SIM-TARGET.
           CALL 'CBL_CREATE_DIR' USING WS-SIM-TARGET
           END-CALL.
           PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                   UNTIL STORAGE-FILE-NAME(WS-SIM-IDX) = SPACES
               MOVE STORAGE-FILE-NAME(WS-SIM-IDX) TO WS-SIM-FILE
               PERFORM COPIA-ARQUIVO-SIMULACAO
           END-PERFORM.
           MOVE 'runcontrol.data' TO WS-SIM-FILE.
           PERFORM COPIA-ARQUIVO-SIMULACAO.
           MOVE 'simulation/output/checkpoint.data' TO WS-SIM-TARGET.
           CALL 'CBL_DELETE_FILE' USING WS-SIM-TARGET
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'DD_storage' UPON ENVIRONMENT-NAME.
           DISPLAY 'simulation/storage' UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_output' UPON ENVIRONMENT-NAME.
           DISPLAY 'simulation/output' UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT SIM-OUT.

       COPIA-ARQUIVO-SIMULACAO.
           MOVE SPACES TO WS-SIM-SOURCE.
           MOVE SPACES TO WS-SIM-TARGET.
           STRING 'storage/' DELIMITED BY SIZE
               WS-SIM-FILE DELIMITED BY SPACE
               INTO WS-SIM-SOURCE
           END-STRING.
           STRING 'simulation/storage/' DELIMITED BY SIZE
               WS-SIM-FILE DELIMITED BY SPACE
               INTO WS-SIM-TARGET
           END-STRING.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-SIM-SOURCE
               WS-SIM-FILE-DETAILS
           END-CALL.
           IF RETURN-CODE = 0
               CALL 'CBL_COPY_FILE' USING WS-SIM-SOURCE WS-SIM-TARGET
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY 'SIMULACAO: ERRO AO COPIAR ' WS-SIM-SOURCE
                   MOVE 'AB' TO WS-RUN-LOG-COMPLETION
               END-IF
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-SIM-TARGET
               END-CALL
           END-IF.

      *>  Saldo de abertura de cada conta que a fila aprovada cita,
      *>  lido da copia de trabalho antes das janelas.
       SALDOS-ABERTURA-SIMULACAO.
           OPEN INPUT EDIT-ACCOUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT CLEAN-Q.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLEAN-Q INTO WS-INPUT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF WS-INPUT-APPROVED
                         MOVE WS-INPUT-ACCOUNT-ID TO WS-SIM-LOOKUP-ID
                         PERFORM ANOTA-CONTA-SIMULACAO
      *                  Destino interbancario e conta de outro banco
                         IF WS-INPUT-OPERATION-ID NOT = 24
                             MOVE WS-INPUT-DEST-ACCOUNT-ID TO
                                 WS-SIM-LOOKUP-ID
                             PERFORM ANOTA-CONTA-SIMULACAO
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE CLEAN-Q.
           IF FS-EDITACC = '00' THEN
               CLOSE EDIT-ACCOUNT
           END-IF.

       ANOTA-CONTA-SIMULACAO.
           IF FS-EDITACC = '00' AND WS-SIM-LOOKUP-ID NUMERIC AND
                   WS-SIM-LOOKUP-ID > 0
               MOVE 'N' TO WS-SIM-ACC-FOUND
               PERFORM VARYING WS-SIM-ACC-IDX FROM 1 BY 1
                       UNTIL WS-SIM-ACC-IDX > WS-SIM-ACC-COUNT
                   IF WS-SIM-ACC-ID(WS-SIM-ACC-IDX) = WS-SIM-LOOKUP-ID
                       MOVE 'Y' TO WS-SIM-ACC-FOUND
                   END-IF
               END-PERFORM
               IF WS-SIM-ACC-FOUND = 'N'
                   MOVE WS-SIM-LOOKUP-ID TO ACCOUNT-ED-ID
                   READ EDIT-ACCOUNT
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         IF WS-SIM-ACC-COUNT < WS-SIM-ACC-MAX
                             ADD 1 TO WS-SIM-ACC-COUNT
                             MOVE ACCOUNT-ED-ID TO
                                 WS-SIM-ACC-ID(WS-SIM-ACC-COUNT)
                             MOVE ACCOUNT-ED-CURRENCY TO
                                 WS-SIM-ACC-CURRENCY(WS-SIM-ACC-COUNT)
                             MOVE ACCOUNT-ED-VALUE TO
                                 WS-SIM-ACC-OPENING(WS-SIM-ACC-COUNT)
                         ELSE
                             DISPLAY 'SIMULACAO: TABELA DE CONTAS '
                                 'ESGOTADA, SEM SALDO PROJETADO: '
                                 WS-SIM-LOOKUP-ID
                         END-IF
                   END-READ
               END-IF
           END-IF.

      *>  Linha de projecao da operacao cujo acknowledgment acabou de
      *>  ser montado.
       GRAVA-PROJECAO-OPERACAO.
           MOVE SPACES TO SIM-OUT-FILE.
           SET SIM-OUT-OPERATION TO TRUE.
           MOVE DATA-OUTPUT-TXN-ID TO SIM-OUT-OPR-TXN-ID.
           MOVE WS-INPUT-OPERATION-ID TO SIM-OUT-OPR-OPERATION-ID.
           MOVE WS-INPUT-ACCOUNT-ID TO SIM-OUT-OPR-ACCOUNT-ID.
           MOVE WS-INPUT-DEST-ACCOUNT-ID TO
               SIM-OUT-OPR-DEST-ACCOUNT-ID.
           MOVE WS-INPUT-AMOUNT TO SIM-OUT-OPR-AMOUNT.
           MOVE DATA-OUTPUT-SERVICE TO SIM-OUT-OPR-SERVICE.
           MOVE DATA-OUTPUT-STATUS TO SIM-OUT-OPR-STATUS.
           WRITE SIM-OUT-FILE.
           ADD 1 TO WS-SIM-OPERATIONS.

      *>  Saldo projetado de cada conta, lido da copia de trabalho ja
      *>  movimentada, totais da simulacao e fim do desvio de nomes.
       ENCERRA-SIMULACAO.
           OPEN INPUT EDIT-ACCOUNT.
           PERFORM VARYING WS-SIM-ACC-IDX FROM 1 BY 1
                   UNTIL WS-SIM-ACC-IDX > WS-SIM-ACC-COUNT
               MOVE WS-SIM-ACC-OPENING(WS-SIM-ACC-IDX) TO
                   WS-SIM-ACC-PROJECTED(WS-SIM-ACC-IDX)
               MOVE SPACE TO WS-SIM-ACC-STATUS(WS-SIM-ACC-IDX)
               IF FS-EDITACC = '00'
                   MOVE WS-SIM-ACC-ID(WS-SIM-ACC-IDX) TO ACCOUNT-ED-ID
                   READ EDIT-ACCOUNT
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE ACCOUNT-ED-VALUE TO
                             WS-SIM-ACC-PROJECTED(WS-SIM-ACC-IDX)
                         MOVE ACCOUNT-ED-STATUS TO
                             WS-SIM-ACC-STATUS(WS-SIM-ACC-IDX)
                   END-READ
               END-IF
               MOVE SPACES TO SIM-OUT-FILE
               SET SIM-OUT-BALANCE TO TRUE
               MOVE WS-SIM-ACC-ID(WS-SIM-ACC-IDX) TO
                   SIM-OUT-BAL-ACCOUNT-ID
               MOVE WS-SIM-ACC-CURRENCY(WS-SIM-ACC-IDX) TO
                   SIM-OUT-BAL-CURRENCY
               MOVE WS-SIM-ACC-OPENING(WS-SIM-ACC-IDX) TO
                   SIM-OUT-BAL-OPENING
               MOVE WS-SIM-ACC-PROJECTED(WS-SIM-ACC-IDX) TO
                   SIM-OUT-BAL-PROJECTED
               MOVE WS-SIM-ACC-STATUS(WS-SIM-ACC-IDX) TO
                   SIM-OUT-BAL-STATUS
               WRITE SIM-OUT-FILE
           END-PERFORM.
           IF FS-EDITACC = '00' THEN
               CLOSE EDIT-ACCOUNT
           END-IF.
           MOVE SPACES TO SIM-OUT-FILE.
           SET SIM-OUT-TOTAL TO TRUE.
           MOVE WS-TODAY TO SIM-OUT-TOT-DATE.
           MOVE WS-SIM-OPERATIONS TO SIM-OUT-TOT-OPERATIONS.
           MOVE WS-EDIT-REJECTED TO SIM-OUT-TOT-REJECTED.
           MOVE WS-SIM-ACC-COUNT TO SIM-OUT-TOT-ACCOUNTS.
           WRITE SIM-OUT-FILE.
           CLOSE SIM-OUT.
           DISPLAY 'DD_storage' UPON ENVIRONMENT-NAME.
           DISPLAY 'storage' UPON ENVIRONMENT-VALUE.
           DISPLAY 'DD_output' UPON ENVIRONMENT-NAME.
           DISPLAY 'output' UPON ENVIRONMENT-VALUE.
           DISPLAY 'SIMULACAO CONCLUIDA: ' WS-SIM-OPERATIONS
               ' OPERACOES, ' WS-SIM-ACC-COUNT ' CONTAS PROJETADAS EM '
               'SIMULATION/OUTPUT/SIMULATION.DATA'.
