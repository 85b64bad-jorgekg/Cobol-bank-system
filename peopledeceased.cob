      ******************************************************************
      * Author:
      * Date:
      * Purpose:Comunicacao de obito pela fila de entrada: cada
      *         registro de input/deceased.data traz o cliente, a data
      *         do obito e a matricula do supervisor.  Marca o cadastro
      *         em storage/people.data como falecido ('O') com a data,
      *         elimina a sessao e aplica as consequencias: o falecido
      *         sai de storage/accountholder.data; conta conjunta segue
      *         com o sobrevivente e conta de titularidade unica e
      *         congelada com motivo 'O', com cartoes cancelados e
      *         ordens permanentes, varreduras e autorizacoes de debito
      *         encerradas.  Gera em output/estate.data o relatorio do
      *         espolio para o inventariante, com saldos das contas na
      *         data do obito, emprestimos, CDBs e bloqueios judiciais
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEOPLEDECEASED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT DECEASED-IN ASSIGN TO 'input/deceased.data'.
             SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PEOPLE-RW-ID
             FILE STATUS IS FS.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS-ACCOUNT.
             SELECT HOLDER-RW ASSIGN TO 'storage/accountholder.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS HOLDER-RW-KEY
             ALTERNATE RECORD KEY IS HOLDER-RW-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS-HOLDER.
             SELECT SESSION-RW ASSIGN TO 'storage/session.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS SESSION-RW-PEOPLE-ID
             FILE STATUS IS FS-SESSION.
             SELECT CARD-RW ASSIGN TO 'storage/card.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS CARD-RW-NUMBER
             FILE STATUS IS FS-CARD.
             SELECT ORDER-RW ASSIGN TO 'storage/standingorder.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SO-RW-ID
             FILE STATUS IS FS-ORDER.
             SELECT SWEEP-RW ASSIGN TO 'storage/sweep.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS SWEEP-RW-CHECKING-ACCOUNT
             FILE STATUS IS FS-SWEEP.
             SELECT MANDATE-RW ASSIGN TO 'storage/mandate.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS MAND-RW-KEY
             FILE STATUS IS FS-MANDATE.
             SELECT LOAN-OUT ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS LOAN-OUT-ID
             FILE STATUS IS FS-LOAN.
             SELECT CDB-RW ASSIGN TO 'storage/termdeposit.data'
             ORGANIZATION IS INDEXED
             ACCESS IS SEQUENTIAL
             RECORD KEY IS CDB-RW-ID
             FILE STATUS IS FS-CDB.
             SELECT JHOLD-RW ASSIGN TO 'storage/judicialhold.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS JHOLD-RW-KEY
             FILE STATUS IS FS-JHOLD.
             SELECT LEDGER-IN
                 ASSIGN TO 'storage/statementledger.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS LEDGER-IN-KEY
             FILE STATUS IS FS-LEDGER.
             SELECT PEOPLE-AUDIT ASSIGN TO 'storage/peopleaudit.data'.
             SELECT ACCOUNT-AUDIT ASSIGN TO
                 'storage/accountaudit.data'.
             SELECT ESTATE-OUT ASSIGN TO 'output/estate.data'
             FILE STATUS IS FS-ESTATE.

       DATA DIVISION.
           FILE SECTION.
           FD DECEASED-IN.
           01 DECEASED-IN-FILE.
               05 DECEASED-IN-PEOPLE-ID PIC 9(10).
               05 DECEASED-IN-DEATH-DATE PIC 9(8).
               05 DECEASED-IN-OPERATOR PIC A(10).

           FD PEOPLE-RW.
           01 PEOPLE-RW-FILE.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           FD HOLDER-RW.
           01 HOLDER-RW-FILE.
               COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-RW==.

           FD SESSION-RW.
           01 SESSION-RW-FILE.
               COPY SESSIONREC REPLACING ==:PFX:== BY ==SESSION-RW==.

           FD CARD-RW.
           01 CARD-RW-FILE.
               COPY CARDREC REPLACING ==:PFX:== BY ==CARD-RW==.

           FD ORDER-RW.
           01 ORDER-RW-FILE.
               COPY STANDINGREC REPLACING ==:PFX:== BY ==SO-RW==.

           FD SWEEP-RW.
           01 SWEEP-RW-FILE.
               COPY SWEEPREC REPLACING ==:PFX:== BY ==SWEEP-RW==.

           FD MANDATE-RW.
           01 MANDATE-RW-FILE.
               COPY MANDREC REPLACING ==:PFX:== BY ==MAND-RW==.

           FD LOAN-OUT.
           01 LOAN-OUT-RECORD.
               COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-OUT==.

           FD CDB-RW.
           01 CDB-RW-FILE.
               COPY CDBREC REPLACING ==:PFX:== BY ==CDB-RW==.

           FD JHOLD-RW.
           01 JHOLD-RW-FILE.
               COPY JHOLDREC REPLACING ==:PFX:== BY ==JHOLD-RW==.

           FD LEDGER-IN.
           01 LEDGER-IN-RECORD.
               COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

           FD PEOPLE-AUDIT.
           01 PEOPLE-AUDIT-FILE.
               05 PEOPLE-AUDIT-ID PIC 9(10).
               05 PEOPLE-AUDIT-OPERATION PIC A(1).
                   88 PEOPLE-AUDIT-CREATE VALUE 'C'.
                   88 PEOPLE-AUDIT-UPDATE VALUE 'U'.
                   88 PEOPLE-AUDIT-LOCK VALUE 'L'.
                   88 PEOPLE-AUDIT-UNLOCK VALUE 'D'.
                   88 PEOPLE-AUDIT-MERGE VALUE 'M'.
                   88 PEOPLE-AUDIT-DEATH VALUE 'O'.
               05 PEOPLE-AUDIT-DATE PIC 9(6).
               05 PEOPLE-AUDIT-TIME PIC 9(8).
               03 AUDIT-BEF.
                   COPY PEOPLEREC REPLACING ==:PFX:== BY ==AUDIT-BEF==.
               03 AUDIT-AFT.
                   COPY PEOPLEREC REPLACING ==:PFX:== BY ==AUDIT-AFT==.

           FD ACCOUNT-AUDIT.
           01 ACCOUNT-AUDIT-FILE.
               05 ACCOUNT-AUDIT-ACCOUNT-ID PIC 9(10).
               05 ACCOUNT-AUDIT-ACTION PIC A(1).
               05 ACCOUNT-AUDIT-REASON PIC A(1).
               05 ACCOUNT-AUDIT-OPERATOR PIC A(10).
               05 ACCOUNT-AUDIT-DATE PIC 9(8).
               05 ACCOUNT-AUDIT-TIME PIC 9(8).
               05 ACCOUNT-AUDIT-BEF-STATUS PIC A(1).
               05 ACCOUNT-AUDIT-AFT-STATUS PIC A(1).

      *    Relatorio do espolio: um registro por tipo, como a consulta
      *    360.  'H' falecido, 'A' conta, 'L' emprestimo, 'C' CDB,
      *    'J' bloqueio judicial, 'T' totais
           FD ESTATE-OUT.
           01 ESTATE-OUT-RECORD.
               05 ESTATE-OUT-TYPE PIC A(1).
                   88 ESTATE-OUT-HEADER VALUE 'H'.
                   88 ESTATE-OUT-ACCOUNT VALUE 'A'.
                   88 ESTATE-OUT-LOAN VALUE 'L'.
                   88 ESTATE-OUT-CDB VALUE 'C'.
                   88 ESTATE-OUT-HOLD VALUE 'J'.
                   88 ESTATE-OUT-TOTAL VALUE 'T'.
               05 ESTATE-OUT-PEOPLE-ID PIC 9(10).
               05 ESTATE-OUT-DATA PIC X(300).
               05 ESTATE-OUT-HDR REDEFINES ESTATE-OUT-DATA.
                   10 ESTATE-HDR-NAME PIC A(255).
                   10 ESTATE-HDR-CPF PIC A(11).
                   10 ESTATE-HDR-DEATH-DATE PIC 9(8).
                   10 ESTATE-HDR-REPORT-DATE PIC 9(8).
                   10 ESTATE-HDR-OPERATOR PIC A(10).
                   10 FILLER PIC X(8).
      *        Saldo na data do obito e saldo atual; destino 'C'
      *        congelada por obito, 'S' mantida para o sobrevivente
               05 ESTATE-OUT-ACC REDEFINES ESTATE-OUT-DATA.
                   10 ESTATE-ACC-ID PIC 9(10).
                   10 ESTATE-ACC-ROLE PIC A(1).
                   10 ESTATE-ACC-DEATH-VALUE PIC S9(10)V9(2).
                   10 ESTATE-ACC-VALUE PIC S9(10)V9(2).
                   10 ESTATE-ACC-CURRENCY PIC A(3).
                   10 ESTATE-ACC-STATUS PIC A(1).
                   10 ESTATE-ACC-FREEZE-REASON PIC A(1).
                   10 ESTATE-ACC-DISPOSITION PIC A(1).
                   10 ESTATE-ACC-SURVIVOR-ID PIC 9(10).
                   10 FILLER PIC X(249).
               05 ESTATE-OUT-LN REDEFINES ESTATE-OUT-DATA.
                   10 ESTATE-LN-ID PIC 9(10).
                   10 ESTATE-LN-PRINCIPAL PIC 9(10)V9(2).
                   10 ESTATE-LN-BALANCE PIC 9(10)V9(2).
                   10 ESTATE-LN-INSTALLMENT PIC 9(10)V9(2).
                   10 ESTATE-LN-PAID-COUNT PIC 9(3).
                   10 ESTATE-LN-TERM PIC 9(3).
                   10 ESTATE-LN-STATUS PIC A(1).
                   10 ESTATE-LN-INSURANCE PIC A(1).
                   10 FILLER PIC X(246).
               05 ESTATE-OUT-CD REDEFINES ESTATE-OUT-DATA.
                   10 ESTATE-CD-ID PIC 9(14).
                   10 ESTATE-CD-ACCOUNT-ID PIC 9(10).
                   10 ESTATE-CD-PRINCIPAL PIC 9(10)V9(2).
                   10 ESTATE-CD-RATE PIC 9(3)V9(4).
                   10 ESTATE-CD-OPEN-DATE PIC 9(8).
                   10 ESTATE-CD-MATURITY-DATE PIC 9(8).
                   10 ESTATE-CD-STATUS PIC A(1).
                   10 FILLER PIC X(240).
               05 ESTATE-OUT-JH REDEFINES ESTATE-OUT-DATA.
                   10 ESTATE-JH-ACCOUNT-ID PIC 9(10).
                   10 ESTATE-JH-CASE-NO PIC X(20).
                   10 ESTATE-JH-AUTHORITY PIC A(40).
                   10 ESTATE-JH-AMOUNT PIC 9(10)V9(2).
                   10 ESTATE-JH-DATE PIC 9(8).
                   10 ESTATE-JH-STATUS PIC A(1).
                   10 FILLER PIC X(209).
      *        Saldos somados so das contas em BRL
               05 ESTATE-OUT-TOT REDEFINES ESTATE-OUT-DATA.
                   10 ESTATE-TOT-ACCOUNTS PIC 9(5).
                   10 ESTATE-TOT-ACC-VALUE PIC S9(12)V9(2).
                   10 ESTATE-TOT-LOANS PIC 9(5).
                   10 ESTATE-TOT-LOAN-VALUE PIC 9(12)V9(2).
                   10 ESTATE-TOT-CDBS PIC 9(5).
                   10 ESTATE-TOT-CDB-VALUE PIC 9(12)V9(2).
                   10 ESTATE-TOT-HOLDS PIC 9(5).
                   10 ESTATE-TOT-HOLD-VALUE PIC 9(12)V9(2).
                   10 FILLER PIC X(224).

           WORKING-STORAGE SECTION.
           01 WS-RUN-LOG.
               05 WS-RUN-LOG-PROGRAM PIC X(20)
                   VALUE 'PEOPLEDECEASED'.
               05 WS-RUN-LOG-EVENT PIC A(1).
               05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
               05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
               05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
               05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
           01 WS-DECEASED-IN.
               05 WS-DECEASED-IN-PEOPLE-ID PIC 9(10).
               05 WS-DECEASED-IN-DEATH-DATE PIC 9(8).
               05 WS-DECEASED-IN-OPERATOR PIC A(10).
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20)
                   VALUE 'PEOPLEDECEASED'.
               05 WS-OPER-CHK-OK PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-CAN-APPLY PIC A(1).
           01 WS-SCAN-DONE PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-FOUND PIC A(1).
           01 WS-BEF-STATUS PIC A(1).
      *    Contas do falecido: pela chave alternativa do cadastro de
      *    contas e pelos vinculos ativos de titularidade
           01 WS-ACCT-MAX PIC 9(3) COMP VALUE 100.
           01 WS-ACCT-COUNT PIC 9(3) COMP.
           01 WS-ACCT-IDX PIC 9(3) COMP.
           01 WS-ACCT-SRCH PIC 9(3) COMP.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 100 TIMES.
                   10 WS-ACCT-ID PIC 9(10).
                   10 WS-ACCT-ROLE PIC A(1).
           01 WS-CUR-ACCOUNT PIC 9(10).
           01 WS-CUR-ROLE PIC A(1).
           01 WS-SURVIVOR-ID PIC 9(10).
           01 WS-SURVIVOR-ROLE PIC A(1).
           01 WS-DEATH-VALUE PIC S9(10)V9(2).
           01 WS-CANCEL-CARDS PIC 9(5).
           01 WS-CANCEL-ORDERS PIC 9(5).
           01 WS-CANCEL-SWEEPS PIC 9(5).
           01 WS-CANCEL-MANDATES PIC 9(5).
           01 WS-FROZEN-COUNT PIC 9(5).
           01 WS-JOINT-COUNT PIC 9(5).
           01 WS-TOTALS.
               05 WS-TOT-ACCOUNTS PIC 9(5).
               05 WS-TOT-ACC-VALUE PIC S9(12)V9(2).
               05 WS-TOT-LOANS PIC 9(5).
               05 WS-TOT-LOAN-VALUE PIC 9(12)V9(2).
               05 WS-TOT-CDBS PIC 9(5).
               05 WS-TOT-CDB-VALUE PIC 9(12)V9(2).
               05 WS-TOT-HOLDS PIC 9(5).
               05 WS-TOT-HOLD-VALUE PIC 9(12)V9(2).
           01 FS PIC X(2).
           01 FS-ACCOUNT PIC X(2).
           01 FS-HOLDER PIC X(2).
           01 FS-SESSION PIC X(2).
           01 FS-CARD PIC X(2).
           01 FS-ORDER PIC X(2).
           01 FS-SWEEP PIC X(2).
           01 FS-MANDATE PIC X(2).
           01 FS-LOAN PIC X(2).
           01 FS-CDB PIC X(2).
           01 FS-JHOLD PIC X(2).
           01 FS-LEDGER PIC X(2).
           01 FS-ESTATE PIC X(2).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT DECEASED-IN.
           OPEN I-O PEOPLE-RW.
           OPEN I-O STATEMENT-OUT.
           OPEN OUTPUT ESTATE-OUT.
           IF FS NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/PEOPLE.DATA: 'FS
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           IF FS-ACCOUNT NOT = '00' OR FS-ESTATE NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DE OBITO: '
                   FS-ACCOUNT FS-ESTATE
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           OPEN I-O HOLDER-RW
           OPEN INPUT LEDGER-IN
           PERFORM UNTIL WS-EOF = 'Y'
               READ DECEASED-IN INTO WS-DECEASED-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     PERFORM CONFERE-OBITO
                     IF WS-CAN-APPLY = 'Y' THEN
                         PERFORM PROCESSA-OBITO
                         ADD 1 TO WS-RUN-LOG-WRITTEN
                     ELSE
                         ADD 1 TO WS-RUN-LOG-REJECTED
                     END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-IN
           CLOSE HOLDER-RW
           END-IF
           END-IF.
           CLOSE DECEASED-IN.
           CLOSE PEOPLE-RW.
           CLOSE STATEMENT-OUT.
           CLOSE ESTATE-OUT.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Comunicacao de obito e alcada de supervisor; data do obito
      *    preenchida e nao posterior a data de movimento; cliente
      *    existente, nem absorvido nem ja falecido
       CONFERE-OBITO.
           MOVE 'Y' TO WS-CAN-APPLY.
           MOVE WS-DECEASED-IN-OPERATOR TO WS-OPER-CHK-MATRICULA.
           MOVE 'S' TO WS-OPER-CHK-ROLE.
           CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
           END-CALL.
           IF WS-OPER-CHK-OK = 'N' THEN
               MOVE 'N' TO WS-CAN-APPLY
               DISPLAY 'OBITO RECUSADO, MATRICULA SEM ALCADA: '
                   WS-DECEASED-IN-OPERATOR
           END-IF.
           IF WS-CAN-APPLY = 'Y' AND
                   (WS-DECEASED-IN-DEATH-DATE = 0 OR
                    WS-DECEASED-IN-DEATH-DATE > WS-TODAY) THEN
               MOVE 'N' TO WS-CAN-APPLY
               DISPLAY 'OBITO RECUSADO, DATA INVALIDA: '
                   WS-DECEASED-IN-PEOPLE-ID ' '
                   WS-DECEASED-IN-DEATH-DATE
           END-IF.
           IF WS-CAN-APPLY = 'Y' THEN
               MOVE WS-DECEASED-IN-PEOPLE-ID TO PEOPLE-RW-ID
               READ PEOPLE-RW
                 INVALID KEY
                   MOVE 'N' TO WS-CAN-APPLY
                   DISPLAY 'CLIENTE NAO ENCONTRADO: '
                       WS-DECEASED-IN-PEOPLE-ID
                 NOT INVALID KEY
                   IF PEOPLE-RW-ABSORBED OR PEOPLE-RW-DECEASED THEN
                       MOVE 'N' TO WS-CAN-APPLY
                       DISPLAY 'OBITO RECUSADO, CADASTRO '
                           'ABSORVIDO OU JA FALECIDO: '
                           WS-DECEASED-IN-PEOPLE-ID
                   END-IF
               END-READ
           END-IF.

       PROCESSA-OBITO.
           MOVE 0 TO WS-CANCEL-CARDS.
           MOVE 0 TO WS-CANCEL-ORDERS.
           MOVE 0 TO WS-CANCEL-SWEEPS.
           MOVE 0 TO WS-CANCEL-MANDATES.
           MOVE 0 TO WS-FROZEN-COUNT.
           MOVE 0 TO WS-JOINT-COUNT.
           INITIALIZE WS-TOTALS.
           PERFORM REGISTRA-OBITO.
           PERFORM COLETA-CONTAS.
           OPEN I-O CARD-RW.
           OPEN I-O ORDER-RW.
           OPEN I-O SWEEP-RW.
           OPEN I-O MANDATE-RW.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM TRATA-CONTA
           END-PERFORM.
           CLOSE CARD-RW.
           CLOSE ORDER-RW.
           CLOSE SWEEP-RW.
           CLOSE MANDATE-RW.
           PERFORM RELATA-EMPRESTIMOS.
           PERFORM RELATA-CDBS.
           PERFORM RELATA-BLOQUEIOS.
           MOVE SPACES TO ESTATE-OUT-RECORD.
           SET ESTATE-OUT-TOTAL TO TRUE.
           MOVE WS-DECEASED-IN-PEOPLE-ID TO ESTATE-OUT-PEOPLE-ID.
           MOVE WS-TOT-ACCOUNTS TO ESTATE-TOT-ACCOUNTS.
           MOVE WS-TOT-ACC-VALUE TO ESTATE-TOT-ACC-VALUE.
           MOVE WS-TOT-LOANS TO ESTATE-TOT-LOANS.
           MOVE WS-TOT-LOAN-VALUE TO ESTATE-TOT-LOAN-VALUE.
           MOVE WS-TOT-CDBS TO ESTATE-TOT-CDBS.
           MOVE WS-TOT-CDB-VALUE TO ESTATE-TOT-CDB-VALUE.
           MOVE WS-TOT-HOLDS TO ESTATE-TOT-HOLDS.
           MOVE WS-TOT-HOLD-VALUE TO ESTATE-TOT-HOLD-VALUE.
           WRITE ESTATE-OUT-RECORD
           END-WRITE.
           DISPLAY 'OBITO REGISTRADO: ' WS-DECEASED-IN-PEOPLE-ID
               ' CONGELADAS: ' WS-FROZEN-COUNT
               ' CONJUNTAS: ' WS-JOINT-COUNT
               ' CARTOES: ' WS-CANCEL-CARDS
               ' ORDENS: ' WS-CANCEL-ORDERS
               ' VARREDURAS: ' WS-CANCEL-SWEEPS
               ' DEBITOS: ' WS-CANCEL-MANDATES.

      *    Cadastro vira falecido com a data do obito + trilha; a
      *    sessao vigente e eliminada para o token parar de valer
       REGISTRA-OBITO.
           MOVE PEOPLE-RW-FILE TO AUDIT-BEF.
           SET PEOPLE-RW-DECEASED TO TRUE.
           MOVE WS-DECEASED-IN-DEATH-DATE TO PEOPLE-RW-DEATH-DATE.
           REWRITE PEOPLE-RW-FILE
           END-REWRITE.
           MOVE PEOPLE-RW-FILE TO AUDIT-AFT.
           MOVE WS-DECEASED-IN-OPERATOR TO AUDIT-AFT-SIGNATURE.
           MOVE PEOPLE-RW-ID TO PEOPLE-AUDIT-ID.
           SET PEOPLE-AUDIT-DEATH TO TRUE.
           ACCEPT PEOPLE-AUDIT-DATE FROM DATE.
           ACCEPT PEOPLE-AUDIT-TIME FROM TIME.
           OPEN EXTEND PEOPLE-AUDIT.
           WRITE PEOPLE-AUDIT-FILE
           END-WRITE.
           CLOSE PEOPLE-AUDIT.
           MOVE SPACES TO ESTATE-OUT-RECORD.
           SET ESTATE-OUT-HEADER TO TRUE.
           MOVE PEOPLE-RW-ID TO ESTATE-OUT-PEOPLE-ID.
           MOVE PEOPLE-RW-NAME TO ESTATE-HDR-NAME.
           MOVE PEOPLE-RW-CPF TO ESTATE-HDR-CPF.
           MOVE WS-DECEASED-IN-DEATH-DATE TO ESTATE-HDR-DEATH-DATE.
           MOVE WS-TODAY TO ESTATE-HDR-REPORT-DATE.
           MOVE WS-DECEASED-IN-OPERATOR TO ESTATE-HDR-OPERATOR.
           WRITE ESTATE-OUT-RECORD
           END-WRITE.
           OPEN I-O SESSION-RW.
           IF FS-SESSION = '00' THEN
               MOVE WS-DECEASED-IN-PEOPLE-ID TO SESSION-RW-PEOPLE-ID
               READ SESSION-RW
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     DELETE SESSION-RW RECORD
                     END-DELETE
               END-READ
               CLOSE SESSION-RW
           END-IF.

      *    Contas em nome do falecido (papel 'T') mais as dos
      *    vinculos ativos, com o papel do vinculo; os vinculos do
      *    falecido sao marcados como removidos
       COLETA-CONTAS.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE WS-DECEASED-IN-PEOPLE-ID TO ACCOUNT-OUT-PEOPLE-ID.
           START STATEMENT-OUT
               KEY IS EQUAL TO ACCOUNT-OUT-PEOPLE-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ STATEMENT-OUT NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     IF ACCOUNT-OUT-PEOPLE-ID NOT =
                             WS-DECEASED-IN-PEOPLE-ID THEN
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                         MOVE ACCOUNT-OUT-ID TO WS-CUR-ACCOUNT
                         MOVE 'T' TO WS-CUR-ROLE
                         PERFORM INCLUI-CONTA
                     END-IF
               END-READ
           END-PERFORM.
           IF FS-HOLDER = '00' THEN
               MOVE WS-DECEASED-IN-PEOPLE-ID TO HOLDER-RW-PEOPLE-ID
               START HOLDER-RW
                   KEY IS EQUAL TO HOLDER-RW-PEOPLE-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ HOLDER-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF HOLDER-RW-PEOPLE-ID NOT =
                                 WS-DECEASED-IN-PEOPLE-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF HOLDER-RW-ACTIVE THEN
                             MOVE HOLDER-RW-ACCOUNT-ID
                                 TO WS-CUR-ACCOUNT
                             MOVE HOLDER-RW-ROLE TO WS-CUR-ROLE
                             PERFORM INCLUI-CONTA
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   MOVE WS-ACCT-ID(WS-ACCT-IDX)
                       TO HOLDER-RW-ACCOUNT-ID
                   MOVE WS-DECEASED-IN-PEOPLE-ID
                       TO HOLDER-RW-PEOPLE-ID
                   READ HOLDER-RW
                       KEY IS HOLDER-RW-KEY
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         SET HOLDER-RW-REMOVED TO TRUE
                         REWRITE HOLDER-RW-FILE
                         END-REWRITE
                   END-READ
               END-PERFORM
           END-IF.

      *    Conta nova na tabela; ja presente, o papel do vinculo
      *    prevalece sobre o da chave do cadastro de contas
       INCLUI-CONTA.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-ACCT-SRCH FROM 1 BY 1
                   UNTIL WS-ACCT-SRCH > WS-ACCT-COUNT
               IF WS-ACCT-ID(WS-ACCT-SRCH) = WS-CUR-ACCOUNT THEN
                   MOVE WS-CUR-ROLE TO WS-ACCT-ROLE(WS-ACCT-SRCH)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' THEN
               IF WS-ACCT-COUNT < WS-ACCT-MAX THEN
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-CUR-ACCOUNT TO WS-ACCT-ID(WS-ACCT-COUNT)
                   MOVE WS-CUR-ROLE TO WS-ACCT-ROLE(WS-ACCT-COUNT)
               ELSE
                   DISPLAY 'TABELA DE CONTAS ESGOTADA: '
                       WS-CUR-ACCOUNT
               END-IF
           END-IF.

      *    Conta com titular ou co-titular sobrevivente segue ativa
      *    em nome dele; sem sobrevivente e congelada por obito e os
      *    instrumentos de debito dela sao encerrados.  Contas em que
      *    o falecido era so procurador nao entram no espolio
       TRATA-CONTA.
           MOVE WS-ACCT-ID(WS-ACCT-IDX) TO WS-CUR-ACCOUNT.
           PERFORM BUSCA-SOBREVIVENTE.
           MOVE WS-CUR-ACCOUNT TO ACCOUNT-OUT-ID.
           READ STATEMENT-OUT
               KEY IS ACCOUNT-OUT-ID
               INVALID KEY
                 DISPLAY 'CONTA NAO ENCONTRADA: ' WS-CUR-ACCOUNT
               NOT INVALID KEY
                 IF WS-SURVIVOR-ID = 0 AND
                         ACCOUNT-OUT-PEOPLE-ID NOT =
                         WS-DECEASED-IN-PEOPLE-ID THEN
                     MOVE ACCOUNT-OUT-PEOPLE-ID TO WS-SURVIVOR-ID
                 END-IF
                 PERFORM SALDO-NA-DATA
                 IF WS-SURVIVOR-ID NOT = 0 THEN
                     PERFORM MANTEM-CONJUNTA
                 ELSE
                     PERFORM CONGELA-CONTA
                 END-IF
                 IF WS-ACCT-ROLE(WS-ACCT-IDX) NOT = 'P' THEN
                     PERFORM RELATA-CONTA
                 END-IF
           END-READ.

      *    Vinculo ativo de outro cliente na conta: titular tem
      *    preferencia sobre co-titular; procurador nao sucede
       BUSCA-SOBREVIVENTE.
           MOVE 0 TO WS-SURVIVOR-ID.
           MOVE SPACE TO WS-SURVIVOR-ROLE.
           IF FS-HOLDER = '00' THEN
               MOVE WS-CUR-ACCOUNT TO HOLDER-RW-ACCOUNT-ID
               MOVE 0 TO HOLDER-RW-PEOPLE-ID
               START HOLDER-RW
                   KEY IS NOT LESS THAN HOLDER-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ HOLDER-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF HOLDER-RW-ACCOUNT-ID NOT =
                                 WS-CUR-ACCOUNT THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF HOLDER-RW-ACTIVE AND
                                 HOLDER-RW-PEOPLE-ID NOT =
                                 WS-DECEASED-IN-PEOPLE-ID THEN
                             IF HOLDER-RW-PRIMARY AND
                                     WS-SURVIVOR-ROLE NOT = 'T' THEN
                                 MOVE HOLDER-RW-PEOPLE-ID
                                     TO WS-SURVIVOR-ID
                                 MOVE 'T' TO WS-SURVIVOR-ROLE
                             END-IF
                             IF HOLDER-RW-JOINT AND
                                     WS-SURVIVOR-ROLE = SPACE THEN
                                 MOVE HOLDER-RW-PEOPLE-ID
                                     TO WS-SURVIVOR-ID
                                 MOVE 'C' TO WS-SURVIVOR-ROLE
                             END-IF
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Conta conjunta: o sobrevivente assume a conta e, se era so
      *    co-titular, passa a titular
       MANTEM-CONJUNTA.
           ADD 1 TO WS-JOINT-COUNT.
           IF ACCOUNT-OUT-PEOPLE-ID = WS-DECEASED-IN-PEOPLE-ID THEN
               MOVE WS-SURVIVOR-ID TO ACCOUNT-OUT-PEOPLE-ID
               REWRITE ACCOUNT-OUT-MOVEMENT
               END-REWRITE
           END-IF.
           IF WS-SURVIVOR-ROLE = 'C' THEN
               MOVE WS-CUR-ACCOUNT TO HOLDER-RW-ACCOUNT-ID
               MOVE WS-SURVIVOR-ID TO HOLDER-RW-PEOPLE-ID
               READ HOLDER-RW
                   KEY IS HOLDER-RW-KEY
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SET HOLDER-RW-PRIMARY TO TRUE
                     REWRITE HOLDER-RW-FILE
                     END-REWRITE
               END-READ
           END-IF.
           DISPLAY 'CONTA MANTIDA PARA O SOBREVIVENTE: '
               WS-CUR-ACCOUNT ' -> ' WS-SURVIVOR-ID.

      *    Titularidade unica: congela com motivo 'O' (congelamento
      *    judicial vigente e preservado), retira os procuradores e
      *    encerra cartoes, ordens, varreduras e debitos automaticos
       CONGELA-CONTA.
           MOVE ACCOUNT-OUT-STATUS TO WS-BEF-STATUS.
           IF NOT ACCOUNT-OUT-CLOSED AND
                   ACCOUNT-OUT-FREEZE-REASON NOT = 'J' THEN
               SET ACCOUNT-OUT-FROZEN TO TRUE
               MOVE 'O' TO ACCOUNT-OUT-FREEZE-REASON
               REWRITE ACCOUNT-OUT-MOVEMENT
               END-REWRITE
               ADD 1 TO WS-FROZEN-COUNT
               MOVE WS-CUR-ACCOUNT TO ACCOUNT-AUDIT-ACCOUNT-ID
               MOVE 'C' TO ACCOUNT-AUDIT-ACTION
               MOVE 'O' TO ACCOUNT-AUDIT-REASON
               MOVE WS-DECEASED-IN-OPERATOR TO ACCOUNT-AUDIT-OPERATOR
               MOVE WS-TODAY TO ACCOUNT-AUDIT-DATE
               ACCEPT ACCOUNT-AUDIT-TIME FROM TIME
               MOVE WS-BEF-STATUS TO ACCOUNT-AUDIT-BEF-STATUS
               MOVE ACCOUNT-OUT-STATUS TO ACCOUNT-AUDIT-AFT-STATUS
               OPEN EXTEND ACCOUNT-AUDIT
               WRITE ACCOUNT-AUDIT-FILE
               END-WRITE
               CLOSE ACCOUNT-AUDIT
               DISPLAY 'CONTA CONGELADA POR OBITO: ' WS-CUR-ACCOUNT
           END-IF.
           IF FS-HOLDER = '00' THEN
               MOVE WS-CUR-ACCOUNT TO HOLDER-RW-ACCOUNT-ID
               MOVE 0 TO HOLDER-RW-PEOPLE-ID
               START HOLDER-RW
                   KEY IS NOT LESS THAN HOLDER-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ HOLDER-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF HOLDER-RW-ACCOUNT-ID NOT =
                                 WS-CUR-ACCOUNT THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF HOLDER-RW-ACTIVE THEN
                             SET HOLDER-RW-REMOVED TO TRUE
                             REWRITE HOLDER-RW-FILE
                             END-REWRITE
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF FS-CARD = '00' THEN
               MOVE 0 TO CARD-RW-NUMBER
               START CARD-RW
                   KEY IS NOT LESS THAN CARD-RW-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CARD-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF CARD-RW-ACCOUNT-ID = WS-CUR-ACCOUNT AND
                                 NOT CARD-RW-CANCELLED THEN
                             SET CARD-RW-CANCELLED TO TRUE
                             REWRITE CARD-RW-FILE
                             END-REWRITE
                             ADD 1 TO WS-CANCEL-CARDS
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF FS-ORDER = '00' THEN
               MOVE 0 TO SO-RW-ID
               START ORDER-RW
                   KEY IS NOT LESS THAN SO-RW-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ ORDER-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF SO-RW-SOURCE-ACCOUNT = WS-CUR-ACCOUNT AND
                                 SO-RW-ACTIVE THEN
                             SET SO-RW-CANCELLED TO TRUE
                             REWRITE ORDER-RW-FILE
                             END-REWRITE
                             ADD 1 TO WS-CANCEL-ORDERS
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF FS-SWEEP = '00' THEN
               MOVE 0 TO SWEEP-RW-CHECKING-ACCOUNT
               START SWEEP-RW
                   KEY IS NOT LESS THAN SWEEP-RW-CHECKING-ACCOUNT
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ SWEEP-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF (SWEEP-RW-CHECKING-ACCOUNT =
                                 WS-CUR-ACCOUNT OR
                             SWEEP-RW-SAVINGS-ACCOUNT =
                                 WS-CUR-ACCOUNT) AND
                                 SWEEP-RW-ACTIVE THEN
                             SET SWEEP-RW-CANCELLED TO TRUE
                             REWRITE SWEEP-RW-FILE
                             END-REWRITE
                             ADD 1 TO WS-CANCEL-SWEEPS
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF FS-MANDATE = '00' THEN
               MOVE WS-CUR-ACCOUNT TO MAND-RW-ACCOUNT-ID
               MOVE 0 TO MAND-RW-AGREEMENT
               START MANDATE-RW
                   KEY IS NOT LESS THAN MAND-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ MANDATE-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF MAND-RW-ACCOUNT-ID NOT =
                                 WS-CUR-ACCOUNT THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF MAND-RW-ACTIVE THEN
                             SET MAND-RW-CANCELLED TO TRUE
                             REWRITE MANDATE-RW-FILE
                             END-REWRITE
                             ADD 1 TO WS-CANCEL-MANDATES
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Saldo na data do obito: saldo atual desfazendo os
      *    lancamentos do razao posteriores a ela
       SALDO-NA-DATA.
           MOVE ACCOUNT-OUT-VALUE TO WS-DEATH-VALUE.
           IF FS-LEDGER = '00' THEN
               MOVE WS-CUR-ACCOUNT TO LEDGER-IN-ACCOUNT-ID
               MOVE WS-DECEASED-IN-DEATH-DATE TO LEDGER-IN-DATE
               MOVE 99999999 TO LEDGER-IN-TIME
               MOVE 99999999999999 TO LEDGER-IN-TXN-ID
               START LEDGER-IN
                   KEY IS GREATER THAN LEDGER-IN-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LEDGER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF LEDGER-IN-ACCOUNT-ID NOT =
                                 WS-CUR-ACCOUNT THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF LEDGER-IN-CREDIT THEN
                             SUBTRACT LEDGER-IN-VALUE
                                 FROM WS-DEATH-VALUE
                         ELSE
                             ADD LEDGER-IN-VALUE TO WS-DEATH-VALUE
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

       RELATA-CONTA.
           MOVE SPACES TO ESTATE-OUT-RECORD.
           SET ESTATE-OUT-ACCOUNT TO TRUE.
           MOVE WS-DECEASED-IN-PEOPLE-ID TO ESTATE-OUT-PEOPLE-ID.
           MOVE WS-CUR-ACCOUNT TO ESTATE-ACC-ID.
           MOVE WS-ACCT-ROLE(WS-ACCT-IDX) TO ESTATE-ACC-ROLE.
           MOVE WS-DEATH-VALUE TO ESTATE-ACC-DEATH-VALUE.
           MOVE ACCOUNT-OUT-VALUE TO ESTATE-ACC-VALUE.
           MOVE ACCOUNT-OUT-CURRENCY TO ESTATE-ACC-CURRENCY.
           MOVE ACCOUNT-OUT-STATUS TO ESTATE-ACC-STATUS.
           MOVE ACCOUNT-OUT-FREEZE-REASON TO ESTATE-ACC-FREEZE-REASON.
           MOVE WS-SURVIVOR-ID TO ESTATE-ACC-SURVIVOR-ID.
           IF WS-SURVIVOR-ID = 0 THEN
               MOVE 'C' TO ESTATE-ACC-DISPOSITION
           ELSE
               MOVE 'S' TO ESTATE-ACC-DISPOSITION
           END-IF.
           WRITE ESTATE-OUT-RECORD
           END-WRITE.
           ADD 1 TO WS-TOT-ACCOUNTS.
           IF ACCOUNT-OUT-CURRENCY = 'BRL' THEN
               ADD WS-DEATH-VALUE TO WS-TOT-ACC-VALUE
           END-IF.

      *    Emprestimos do falecido nao quitados ate a data do obito
       RELATA-EMPRESTIMOS.
           OPEN INPUT LOAN-OUT.
           IF FS-LOAN = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LOAN-OUT NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF LOAN-OUT-PEOPLE-ID =
                                 WS-DECEASED-IN-PEOPLE-ID AND
                                 (NOT LOAN-OUT-PAID-OFF OR
                                  LOAN-OUT-PAYOFF-DATE >
                                  WS-DECEASED-IN-DEATH-DATE) THEN
                             MOVE SPACES TO ESTATE-OUT-RECORD
                             SET ESTATE-OUT-LOAN TO TRUE
                             MOVE WS-DECEASED-IN-PEOPLE-ID
                                 TO ESTATE-OUT-PEOPLE-ID
                             MOVE LOAN-OUT-ID TO ESTATE-LN-ID
                             MOVE LOAN-OUT-PRINCIPAL
                                 TO ESTATE-LN-PRINCIPAL
                             MOVE LOAN-OUT-BALANCE TO ESTATE-LN-BALANCE
                             MOVE LOAN-OUT-INSTALLMENT
                                 TO ESTATE-LN-INSTALLMENT
                             MOVE LOAN-OUT-PAID-COUNT
                                 TO ESTATE-LN-PAID-COUNT
                             MOVE LOAN-OUT-TERM TO ESTATE-LN-TERM
                             MOVE LOAN-OUT-STATUS TO ESTATE-LN-STATUS
                             MOVE LOAN-OUT-INSURANCE
                                 TO ESTATE-LN-INSURANCE
                             WRITE ESTATE-OUT-RECORD
                             END-WRITE
                             ADD 1 TO WS-TOT-LOANS
                             ADD LOAN-OUT-BALANCE TO WS-TOT-LOAN-VALUE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-OUT
           END-IF.

      *    CDBs do falecido aplicados ate a data do obito e ainda nao
      *    vencidos nela
       RELATA-CDBS.
           OPEN INPUT CDB-RW.
           IF FS-CDB = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CDB-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF CDB-RW-PEOPLE-ID =
                                 WS-DECEASED-IN-PEOPLE-ID AND
                                 CDB-RW-OPEN-DATE NOT >
                                 WS-DECEASED-IN-DEATH-DATE AND
                                 (CDB-RW-OPEN OR
                                  (CDB-RW-MATURED AND
                                   CDB-RW-MATURITY-DATE >
                                   WS-DECEASED-IN-DEATH-DATE)) THEN
                             MOVE SPACES TO ESTATE-OUT-RECORD
                             SET ESTATE-OUT-CDB TO TRUE
                             MOVE WS-DECEASED-IN-PEOPLE-ID
                                 TO ESTATE-OUT-PEOPLE-ID
                             MOVE CDB-RW-ID TO ESTATE-CD-ID
                             MOVE CDB-RW-ACCOUNT-ID
                                 TO ESTATE-CD-ACCOUNT-ID
                             MOVE CDB-RW-PRINCIPAL
                                 TO ESTATE-CD-PRINCIPAL
                             MOVE CDB-RW-RATE TO ESTATE-CD-RATE
                             MOVE CDB-RW-OPEN-DATE
                                 TO ESTATE-CD-OPEN-DATE
                             MOVE CDB-RW-MATURITY-DATE
                                 TO ESTATE-CD-MATURITY-DATE
                             MOVE CDB-RW-STATUS TO ESTATE-CD-STATUS
                             WRITE ESTATE-OUT-RECORD
                             END-WRITE
                             ADD 1 TO WS-TOT-CDBS
                             ADD CDB-RW-PRINCIPAL TO WS-TOT-CDB-VALUE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE CDB-RW
           END-IF.

      *    Bloqueios judiciais colocados ate a data do obito nas
      *    contas do espolio, com a situacao atual de cada um
       RELATA-BLOQUEIOS.
           OPEN INPUT JHOLD-RW.
           IF FS-JHOLD = '00' THEN
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WS-ACCT-ROLE(WS-ACCT-IDX) NOT = 'P' THEN
                       MOVE WS-ACCT-ID(WS-ACCT-IDX)
                           TO JHOLD-RW-ACCOUNT-ID
                       MOVE LOW-VALUES TO JHOLD-RW-CASE-NO
                       START JHOLD-RW
                           KEY IS NOT LESS THAN JHOLD-RW-KEY
                           INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                           NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
                       END-START
                       PERFORM UNTIL WS-SCAN-DONE = 'Y'
                           READ JHOLD-RW NEXT RECORD
                               AT END MOVE 'Y' TO WS-SCAN-DONE
                               NOT AT END
                                 IF JHOLD-RW-ACCOUNT-ID NOT =
                                         WS-ACCT-ID(WS-ACCT-IDX) THEN
                                     MOVE 'Y' TO WS-SCAN-DONE
                                 ELSE
                                 IF JHOLD-RW-DATE NOT >
                                         WS-DECEASED-IN-DEATH-DATE
                                         THEN
                                     PERFORM RELATA-BLOQUEIO
                                 END-IF
                                 END-IF
                           END-READ
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE JHOLD-RW
           END-IF.

       RELATA-BLOQUEIO.
           MOVE SPACES TO ESTATE-OUT-RECORD.
           SET ESTATE-OUT-HOLD TO TRUE.
           MOVE WS-DECEASED-IN-PEOPLE-ID TO ESTATE-OUT-PEOPLE-ID.
           MOVE JHOLD-RW-ACCOUNT-ID TO ESTATE-JH-ACCOUNT-ID.
           MOVE JHOLD-RW-CASE-NO TO ESTATE-JH-CASE-NO.
           MOVE JHOLD-RW-AUTHORITY TO ESTATE-JH-AUTHORITY.
           MOVE JHOLD-RW-AMOUNT TO ESTATE-JH-AMOUNT.
           MOVE JHOLD-RW-DATE TO ESTATE-JH-DATE.
           MOVE JHOLD-RW-STATUS TO ESTATE-JH-STATUS.
           WRITE ESTATE-OUT-RECORD
           END-WRITE.
           ADD 1 TO WS-TOT-HOLDS.
           IF JHOLD-RW-ACTIVE THEN
               ADD JHOLD-RW-AMOUNT TO WS-TOT-HOLD-VALUE
           END-IF.
