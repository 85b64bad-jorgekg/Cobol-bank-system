      ******************************************************************
      * Author:
      * Date:
      * Purpose:Verificador noturno de integridade entre arquivos:
      *         percorre as ligacoes entre os arquivos de storage/ e
      *         grava em output/integrity.data uma excecao por
      *         registro orfao, agrupada por categoria, com a chave do
      *         registro e a chave que ele aponta:
      *           CTA conta sem cliente ou com cliente absorvido
      *           TIT titular ativo de cliente removido ou de conta
      *               inexistente
      *           CAR cartao ativo/bloqueado em conta encerrada
      *           MAN mandato de debito ativo em conta encerrada
      *           CHV chave de transferencia ativa em conta encerrada
      *           VAR varredura ativa com conta encerrada
      *           PAR parcela de cronograma sem contrato de emprestimo
      *           ORD ordem permanente ativa com origem encerrada
      *         Conta ausente em storage/statement.data conta como
      *         encerrada.  No fim grava o total de cada categoria.
      *         Havendo excecao termina com codigo 'RI', e
      *         BANK-NIGHT-RUN segura os passos seguintes da esteira
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-INTEGRITY-CHECK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT STATEMENT-IN ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ACCOUNT-IN-ID
              ALTERNATE RECORD KEY IS ACCOUNT-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-ACCOUNT.
              SELECT PEOPLE-IN ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-IN-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT HOLDER-IN ASSIGN TO 'storage/accountholder.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS HOLDER-IN-KEY
              ALTERNATE RECORD KEY IS HOLDER-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-HOLDER.
              SELECT CARD-IN ASSIGN TO 'storage/card.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS CARD-IN-NUMBER
              FILE STATUS IS FS-CARD.
              SELECT MANDATE-IN ASSIGN TO 'storage/mandate.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS MANDATE-IN-KEY
              FILE STATUS IS FS-MANDATE.
              SELECT ALIAS-IN ASSIGN TO 'storage/alias.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS ALIAS-IN-KEY
              FILE STATUS IS FS-ALIAS.
              SELECT SWEEP-IN ASSIGN TO 'storage/sweep.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SWEEP-IN-CHECKING-ACCOUNT
              FILE STATUS IS FS-SWEEP.
              SELECT SCHEDULE-IN ASSIGN TO 'storage/loanschedule.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SCHEDULE-IN-KEY
              FILE STATUS IS FS-SCHEDULE.
              SELECT LOAN-IN ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS LOAN-IN-ID
              FILE STATUS IS FS-LOAN.
              SELECT SO-IN ASSIGN TO 'storage/standingorder.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SO-IN-ID
              FILE STATUS IS FS-SO.
              SELECT INTEGRITY-OUT ASSIGN TO 'output/integrity.data'
              FILE STATUS IS FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-IN.
       01 ACCOUNT-IN-RECORD.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-IN==.

       FD PEOPLE-IN.
       01 PEOPLE-IN-RECORD.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-IN==.

       FD HOLDER-IN.
       01 HOLDER-IN-RECORD.
           COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-IN==.

       FD CARD-IN.
       01 CARD-IN-RECORD.
           COPY CARDREC REPLACING ==:PFX:== BY ==CARD-IN==.

       FD MANDATE-IN.
       01 MANDATE-IN-RECORD.
           COPY MANDREC REPLACING ==:PFX:== BY ==MANDATE-IN==.

       FD ALIAS-IN.
       01 ALIAS-IN-RECORD.
           COPY ALIASREC REPLACING ==:PFX:== BY ==ALIAS-IN==.

       FD SWEEP-IN.
       01 SWEEP-IN-RECORD.
           COPY SWEEPREC REPLACING ==:PFX:== BY ==SWEEP-IN==.

       FD SCHEDULE-IN.
       01 SCHEDULE-IN-RECORD.
           COPY SCHEDREC REPLACING ==:PFX:== BY ==SCHEDULE-IN==.

       FD LOAN-IN.
       01 LOAN-IN-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-IN==.

       FD SO-IN.
       01 SO-IN-RECORD.
           COPY STANDINGREC REPLACING ==:PFX:== BY ==SO-IN==.

       FD INTEGRITY-OUT.
       01 INTEGRITY-OUT-FILE.
           05 INTEG-OUT-TYPE PIC A(1).
               88 INTEG-OUT-EXCEPTION VALUE 'X'.
               88 INTEG-OUT-TOTAL VALUE 'T'.
           05 INTEG-OUT-CATEGORY PIC A(3).
           05 INTEG-OUT-KEY PIC X(26).
           05 INTEG-OUT-REF-KEY PIC 9(10).
           05 INTEG-OUT-REASON PIC A(40).
           05 INTEG-OUT-COUNT PIC 9(9).
           05 INTEG-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-INTEGRITY'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-ACCOUNT PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-HOLDER PIC X(2).
       01 FS-CARD PIC X(2).
       01 FS-MANDATE PIC X(2).
       01 FS-ALIAS PIC X(2).
       01 FS-SWEEP PIC X(2).
       01 FS-SCHEDULE PIC X(2).
       01 FS-LOAN PIC X(2).
       01 FS-SO PIC X(2).
       01 FS-OUT PIC X(2).
       01 WS-TODAY PIC 9(8).
      *    Categorias de excecao, na ordem em que saem no relatorio
       01 WS-CATEGORY-LIST.
           05 FILLER PIC A(3) VALUE 'CTA'.
           05 FILLER PIC A(3) VALUE 'TIT'.
           05 FILLER PIC A(3) VALUE 'CAR'.
           05 FILLER PIC A(3) VALUE 'MAN'.
           05 FILLER PIC A(3) VALUE 'CHV'.
           05 FILLER PIC A(3) VALUE 'VAR'.
           05 FILLER PIC A(3) VALUE 'PAR'.
           05 FILLER PIC A(3) VALUE 'ORD'.
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
           05 WS-CATEGORY-CODE PIC A(3) OCCURS 8 TIMES.
       01 WS-CATEGORY-COUNTS.
           05 WS-CATEGORY-COUNT PIC 9(9) OCCURS 8 TIMES.
       01 WS-CAT-IDX PIC 9(2) COMP.
      *    Excecao corrente: categoria, chave do registro, chave
      *    apontada e motivo
       01 WS-EXC-CAT PIC 9(2) COMP.
       01 WS-EXC-KEY PIC X(26).
       01 WS-EXC-REF-KEY PIC 9(10).
       01 WS-EXC-REASON PIC A(40).
       01 WS-EXCEPTION-TOTAL PIC 9(9) VALUE 0.
      *    Resultado das consultas aos arquivos pai
       01 WS-REF-ACCOUNT PIC 9(10).
       01 WS-REF-PEOPLE PIC 9(10).
       01 WS-REF-STATUS PIC A(1).
           88 WS-REF-OK VALUE 'S'.
           88 WS-REF-MISSING VALUE 'N'.
           88 WS-REF-INACTIVE VALUE 'F'.
       01 WS-HOLDER-KEY.
           05 WS-HOLDER-KEY-ACCOUNT PIC 9(10).
           05 WS-HOLDER-KEY-PEOPLE PIC 9(10).
       01 WS-MANDATE-KEY.
           05 WS-MANDATE-KEY-ACCOUNT PIC 9(10).
           05 WS-MANDATE-KEY-AGREEMENT PIC 9(8).
       01 WS-SCHEDULE-KEY.
           05 WS-SCHEDULE-KEY-LOAN PIC 9(10).
           05 WS-SCHEDULE-KEY-INSTALLMENT PIC 9(3).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           INITIALIZE WS-CATEGORY-COUNTS.
           OPEN INPUT STATEMENT-IN.
           OPEN INPUT PEOPLE-IN.
           IF FS-ACCOUNT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENT.DATA: '
                   FS-ACCOUNT
               MOVE FS-ACCOUNT TO WS-RUN-LOG-COMPLETION
           ELSE
           IF FS-PEOPLE NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/PEOPLE.DATA: '
                   FS-PEOPLE
               MOVE FS-PEOPLE TO WS-RUN-LOG-COMPLETION
           ELSE
               OPEN OUTPUT INTEGRITY-OUT
               PERFORM CONFERE-CONTAS
               PERFORM CONFERE-TITULARES
               PERFORM CONFERE-CARTOES
               PERFORM CONFERE-MANDATOS
               PERFORM CONFERE-CHAVES
               PERFORM CONFERE-VARREDURAS
               PERFORM CONFERE-PARCELAS
               PERFORM CONFERE-ORDENS
               PERFORM GRAVA-TOTAIS
               CLOSE INTEGRITY-OUT
               IF WS-EXCEPTION-TOTAL = 0 THEN
                   DISPLAY 'INTEGRIDADE ENTRE ARQUIVOS: SEM EXCECOES'
               ELSE
                   DISPLAY 'INTEGRIDADE ENTRE ARQUIVOS: '
                       WS-EXCEPTION-TOTAL ' EXCECOES GRAVADAS'
                   MOVE 'RI' TO WS-RUN-LOG-COMPLETION
               END-IF
           END-IF
           END-IF.
           IF FS-ACCOUNT = '00' THEN
               CLOSE STATEMENT-IN
           END-IF.
           IF FS-PEOPLE = '00' THEN
               CLOSE PEOPLE-IN
           END-IF.
           MOVE WS-EXCEPTION-TOTAL TO WS-RUN-LOG-REJECTED.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Toda conta de cliente precisa de um cliente existente e nao
      *    absorvido; as contas internas do banco (9999999901 em
      *    diante) tem cliente zero e nao tem cliente a conferir
       CONFERE-CONTAS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATEMENT-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     IF ACCOUNT-IN-PEOPLE-ID NOT = 0 THEN
                         MOVE ACCOUNT-IN-PEOPLE-ID TO WS-REF-PEOPLE
                         PERFORM BUSCA-CLIENTE
                         IF NOT WS-REF-OK THEN
                             MOVE 1 TO WS-EXC-CAT
                             MOVE ACCOUNT-IN-ID TO WS-EXC-KEY
                             MOVE WS-REF-PEOPLE TO WS-EXC-REF-KEY
                             IF WS-REF-MISSING THEN
                                 MOVE 'CLIENTE INEXISTENTE' TO
                                     WS-EXC-REASON
                             ELSE
                                 MOVE 'CLIENTE ABSORVIDO' TO
                                     WS-EXC-REASON
                             END-IF
                             PERFORM GRAVA-EXCECAO
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

      *    Titular ativo: cliente e conta precisam existir
       CONFERE-TITULARES.
           OPEN INPUT HOLDER-IN.
           IF FS-HOLDER = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOLDER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF HOLDER-IN-ACTIVE THEN
                             MOVE HOLDER-IN-ACCOUNT-ID TO
                                 WS-HOLDER-KEY-ACCOUNT
                             MOVE HOLDER-IN-PEOPLE-ID TO
                                 WS-HOLDER-KEY-PEOPLE
                             MOVE HOLDER-IN-PEOPLE-ID TO WS-REF-PEOPLE
                             PERFORM BUSCA-CLIENTE
                             IF NOT WS-REF-OK THEN
                                 MOVE 2 TO WS-EXC-CAT
                                 MOVE WS-HOLDER-KEY TO WS-EXC-KEY
                                 MOVE WS-REF-PEOPLE TO WS-EXC-REF-KEY
                                 IF WS-REF-MISSING THEN
                                     MOVE 'CLIENTE INEXISTENTE' TO
                                         WS-EXC-REASON
                                 ELSE
                                     MOVE 'CLIENTE ABSORVIDO' TO
                                         WS-EXC-REASON
                                 END-IF
                                 PERFORM GRAVA-EXCECAO
                             END-IF
                             MOVE HOLDER-IN-ACCOUNT-ID TO
                                 WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF WS-REF-MISSING THEN
                                 MOVE 2 TO WS-EXC-CAT
                                 MOVE WS-HOLDER-KEY TO WS-EXC-KEY
                                 MOVE WS-REF-ACCOUNT TO WS-EXC-REF-KEY
                                 MOVE 'CONTA INEXISTENTE' TO
                                     WS-EXC-REASON
                                 PERFORM GRAVA-EXCECAO
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDER-IN
           END-IF.

      *    Cartao ativo ou bloqueado precisa de conta aberta
       CONFERE-CARTOES.
           OPEN INPUT CARD-IN.
           IF FS-CARD = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARD-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF NOT CARD-IN-CANCELLED THEN
                             MOVE CARD-IN-ACCOUNT-ID TO WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF NOT WS-REF-OK THEN
                                 MOVE 3 TO WS-EXC-CAT
                                 MOVE CARD-IN-NUMBER TO WS-EXC-KEY
                                 PERFORM MOTIVO-CONTA
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-IN
           END-IF.

      *    Mandato de debito automatico ativo precisa de conta aberta
       CONFERE-MANDATOS.
           OPEN INPUT MANDATE-IN.
           IF FS-MANDATE = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MANDATE-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF MANDATE-IN-ACTIVE THEN
                             MOVE MANDATE-IN-ACCOUNT-ID TO
                                 WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF NOT WS-REF-OK THEN
                                 MOVE 4 TO WS-EXC-CAT
                                 MOVE MANDATE-IN-ACCOUNT-ID TO
                                     WS-MANDATE-KEY-ACCOUNT
                                 MOVE MANDATE-IN-AGREEMENT TO
                                     WS-MANDATE-KEY-AGREEMENT
                                 MOVE WS-MANDATE-KEY TO WS-EXC-KEY
                                 PERFORM MOTIVO-CONTA
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-IN
           END-IF.

      *    Chave de transferencia ativa precisa de conta aberta
       CONFERE-CHAVES.
           OPEN INPUT ALIAS-IN.
           IF FS-ALIAS = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALIAS-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF ALIAS-IN-ACTIVE THEN
                             MOVE ALIAS-IN-ACCOUNT-ID TO WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF NOT WS-REF-OK THEN
                                 MOVE 5 TO WS-EXC-CAT
                                 MOVE ALIAS-IN-KEY TO WS-EXC-KEY
                                 PERFORM MOTIVO-CONTA
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-IN
           END-IF.

      *    Varredura ativa: conta corrente e poupanca abertas
       CONFERE-VARREDURAS.
           OPEN INPUT SWEEP-IN.
           IF FS-SWEEP = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SWEEP-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF SWEEP-IN-ACTIVE THEN
                             MOVE SWEEP-IN-CHECKING-ACCOUNT TO
                                 WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF NOT WS-REF-OK THEN
                                 MOVE 6 TO WS-EXC-CAT
                                 MOVE SWEEP-IN-CHECKING-ACCOUNT TO
                                     WS-EXC-KEY
                                 PERFORM MOTIVO-CONTA
                             END-IF
                             MOVE SWEEP-IN-SAVINGS-ACCOUNT TO
                                 WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF NOT WS-REF-OK THEN
                                 MOVE 6 TO WS-EXC-CAT
                                 MOVE SWEEP-IN-CHECKING-ACCOUNT TO
                                     WS-EXC-KEY
                                 PERFORM MOTIVO-CONTA
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-IN
           END-IF.

      *    Toda parcela do cronograma precisa do contrato em
      *    storage/loan.data
       CONFERE-PARCELAS.
           OPEN INPUT SCHEDULE-IN.
           IF FS-SCHEDULE = '00' THEN
               OPEN INPUT LOAN-IN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHEDULE-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         MOVE 'S' TO WS-REF-STATUS
                         IF FS-LOAN NOT = '00' THEN
                             MOVE 'N' TO WS-REF-STATUS
                         ELSE
                             MOVE SCHEDULE-IN-LOAN-ID TO LOAN-IN-ID
                             READ LOAN-IN
                                 INVALID KEY MOVE 'N' TO WS-REF-STATUS
                             END-READ
                         END-IF
                         IF WS-REF-MISSING THEN
                             MOVE 7 TO WS-EXC-CAT
                             MOVE SCHEDULE-IN-LOAN-ID TO
                                 WS-SCHEDULE-KEY-LOAN
                             MOVE SCHEDULE-IN-INSTALLMENT-NO TO
                                 WS-SCHEDULE-KEY-INSTALLMENT
                             MOVE WS-SCHEDULE-KEY TO WS-EXC-KEY
                             MOVE SCHEDULE-IN-LOAN-ID TO
                                 WS-EXC-REF-KEY
                             MOVE 'CONTRATO INEXISTENTE' TO
                                 WS-EXC-REASON
                             PERFORM GRAVA-EXCECAO
                         END-IF
                   END-READ
               END-PERFORM
               IF FS-LOAN = '00' THEN
                   CLOSE LOAN-IN
               END-IF
               CLOSE SCHEDULE-IN
           END-IF.

      *    Ordem permanente ativa precisa da conta de origem aberta
       CONFERE-ORDENS.
           OPEN INPUT SO-IN.
           IF FS-SO = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SO-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF SO-IN-ACTIVE THEN
                             MOVE SO-IN-SOURCE-ACCOUNT TO
                                 WS-REF-ACCOUNT
                             PERFORM BUSCA-CONTA
                             IF NOT WS-REF-OK THEN
                                 MOVE 8 TO WS-EXC-CAT
                                 MOVE SO-IN-ID TO WS-EXC-KEY
                                 PERFORM MOTIVO-CONTA
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE SO-IN
           END-IF.

      *    Cliente WS-REF-PEOPLE: existe e nao foi absorvido
       BUSCA-CLIENTE.
           MOVE 'S' TO WS-REF-STATUS.
           MOVE WS-REF-PEOPLE TO PEOPLE-IN-ID.
           READ PEOPLE-IN
               INVALID KEY MOVE 'N' TO WS-REF-STATUS
               NOT INVALID KEY
                 IF PEOPLE-IN-ABSORBED THEN
                     MOVE 'F' TO WS-REF-STATUS
                 END-IF
           END-READ.

      *    Conta WS-REF-ACCOUNT: existe e nao esta encerrada
       BUSCA-CONTA.
           MOVE 'S' TO WS-REF-STATUS.
           MOVE WS-REF-ACCOUNT TO ACCOUNT-IN-ID.
           READ STATEMENT-IN
               INVALID KEY MOVE 'N' TO WS-REF-STATUS
               NOT INVALID KEY
                 IF ACCOUNT-IN-CLOSED THEN
                     MOVE 'F' TO WS-REF-STATUS
                 END-IF
           END-READ.

      *    Excecao de conta apontada inexistente ou encerrada
       MOTIVO-CONTA.
           MOVE WS-REF-ACCOUNT TO WS-EXC-REF-KEY.
           IF WS-REF-MISSING THEN
               MOVE 'CONTA INEXISTENTE' TO WS-EXC-REASON
           ELSE
               MOVE 'CONTA ENCERRADA' TO WS-EXC-REASON
           END-IF.
           PERFORM GRAVA-EXCECAO.

       GRAVA-EXCECAO.
           SET INTEG-OUT-EXCEPTION TO TRUE.
           MOVE WS-CATEGORY-CODE(WS-EXC-CAT) TO INTEG-OUT-CATEGORY.
           MOVE WS-EXC-KEY TO INTEG-OUT-KEY.
           MOVE WS-EXC-REF-KEY TO INTEG-OUT-REF-KEY.
           MOVE WS-EXC-REASON TO INTEG-OUT-REASON.
           MOVE 1 TO INTEG-OUT-COUNT.
           MOVE WS-TODAY TO INTEG-OUT-DATE.
           WRITE INTEGRITY-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-CATEGORY-COUNT(WS-EXC-CAT).
           ADD 1 TO WS-EXCEPTION-TOTAL.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
           DISPLAY 'EXCECAO ' WS-CATEGORY-CODE(WS-EXC-CAT) ' '
               WS-EXC-KEY ' -> ' WS-EXC-REF-KEY ' ' WS-EXC-REASON.

      *    Total de excecoes por categoria, inclusive as zeradas
       GRAVA-TOTAIS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
               SET INTEG-OUT-TOTAL TO TRUE
               MOVE WS-CATEGORY-CODE(WS-CAT-IDX) TO INTEG-OUT-CATEGORY
               MOVE SPACES TO INTEG-OUT-KEY
               MOVE 0 TO INTEG-OUT-REF-KEY
               MOVE SPACES TO INTEG-OUT-REASON
               MOVE WS-CATEGORY-COUNT(WS-CAT-IDX) TO INTEG-OUT-COUNT
               MOVE WS-TODAY TO INTEG-OUT-DATE
               WRITE INTEGRITY-OUT-FILE
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
           END-PERFORM.
