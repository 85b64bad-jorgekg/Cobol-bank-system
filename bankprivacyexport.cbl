      ******************************************************************
      * Author:
      * Date:
      * Purpose:Atendimento ao titular de dados pessoais (LGPD): para
      *         cada pedido de input/privacyrequest.data, pelo CPF,
      *         junta em um unico arquivo estruturado
      *         (output/privacyexport.data) tudo o que o banco guarda
      *         do cliente: cadastro de storage/people.data, trilha de
      *         auditoria do cadastro, contas vivas e do arquivo morto
      *         com os vinculos de titulares, todos os lancamentos do
      *         razao vivo e arquivado dessas contas, emprestimos,
      *         cartoes, chaves de transferencia e a revisao cadastral.
      *         Senha e assinatura ficam de fora: sao credenciais, nao
      *         dados do titular.  Um registro por tipo: 'H' pedido,
      *         'P' cliente, 'U' auditoria, 'A' conta, 'V' vinculo,
      *         'M' lancamento, 'L' emprestimo, 'C' cartao, 'K' chave,
      *         'Y' revisao cadastral
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PRIVACY-EXPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT REQUEST-IN ASSIGN TO 'input/privacyrequest.data'
              FILE STATUS IS FS-REQUEST.
              SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-RW-ID
              ALTERNATE RECORD KEY IS PEOPLE-RW-CPF
              FILE STATUS IS FS-PEOPLE.
              SELECT PEOPLE-AUDIT ASSIGN TO 'storage/peopleaudit.data'
              FILE STATUS IS FS-AUDIT.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT ARCHIVE-IN ASSIGN TO 'storage/statementarch.data'
              FILE STATUS IS FS-ARCHIVE.
              SELECT HOLDER-RW ASSIGN TO 'storage/accountholder.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HOLDER-RW-KEY
              ALTERNATE RECORD KEY IS HOLDER-RW-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-HOLDER.
              SELECT HOLDARCH-IN
                  ASSIGN TO 'storage/accountholderarch.data'
              FILE STATUS IS FS-HOLDARCH.
              SELECT LEDGER-IN
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LEDGER-IN-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT LEDGERARCH-IN
                  ASSIGN TO 'storage/statementledgerarch.data'
              FILE STATUS IS FS-LEDGERARCH.
              SELECT LOAN-OUT ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LOAN-OUT-ID
              FILE STATUS IS FS-LOAN.
              SELECT CARD-RW ASSIGN TO 'storage/card.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CARD-RW-NUMBER
              FILE STATUS IS FS-CARD.
              SELECT ALIAS-RW ASSIGN TO 'storage/alias.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ALIAS-RW-KEY
              FILE STATUS IS FS-ALIAS.
              SELECT KYC-RW ASSIGN TO 'storage/kycreview.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS KYC-RW-PEOPLE-ID
              FILE STATUS IS FS-KYC.
              SELECT EXPORT-OUT ASSIGN TO 'output/privacyexport.data'
              FILE STATUS IS FS-EXPORT.

       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-IN.
       01 REQUEST-IN-FILE.
           05 REQUEST-IN-CPF PIC A(11).
      *    Protocolo do pedido do titular, devolvido no cabecalho
           05 REQUEST-IN-REF PIC X(20).

       FD PEOPLE-RW.
       01 PEOPLE-RW-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

       FD PEOPLE-AUDIT.
       01 PEOPLE-AUDIT-FILE.
           05 PEOPLE-AUDIT-ID PIC 9(10).
           05 PEOPLE-AUDIT-OPERATION PIC A(1).
           05 PEOPLE-AUDIT-DATE PIC 9(6).
           05 PEOPLE-AUDIT-TIME PIC 9(8).
           03 AUDIT-BEF.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==AUDIT-BEF==.
           03 AUDIT-AFT.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==AUDIT-AFT==.

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD ARCHIVE-IN.
       01 ARCHIVE-IN-RECORD.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ARCH-IN==.

       FD HOLDER-RW.
       01 HOLDER-RW-FILE.
           COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-RW==.

       FD HOLDARCH-IN.
       01 HOLDARCH-IN-RECORD.
           COPY HOLDERREC REPLACING ==:PFX:== BY ==HARCH-IN==.

       FD LEDGER-IN.
       01 LEDGER-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

       FD LEDGERARCH-IN.
       01 LEDGERARCH-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LARCH-IN==.

       FD LOAN-OUT.
       01 LOAN-OUT-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-OUT==.

       FD CARD-RW.
       01 CARD-RW-FILE.
           COPY CARDREC REPLACING ==:PFX:== BY ==CARD-RW==.

       FD ALIAS-RW.
       01 ALIAS-RW-FILE.
           COPY ALIASREC REPLACING ==:PFX:== BY ==ALIAS-RW==.

       FD KYC-RW.
       01 KYC-RW-FILE.
           COPY KYCREC REPLACING ==:PFX:== BY ==KYC-RW==.

       FD EXPORT-OUT.
       01 EXPORT-OUT-RECORD.
           05 EXPORT-OUT-TYPE PIC A(1).
               88 EXPORT-OUT-REQUEST VALUE 'H'.
               88 EXPORT-OUT-PERSON VALUE 'P'.
               88 EXPORT-OUT-AUDIT VALUE 'U'.
               88 EXPORT-OUT-ACCOUNT VALUE 'A'.
               88 EXPORT-OUT-HOLDER VALUE 'V'.
               88 EXPORT-OUT-MOVEMENT VALUE 'M'.
               88 EXPORT-OUT-LOAN VALUE 'L'.
               88 EXPORT-OUT-CARD VALUE 'C'.
               88 EXPORT-OUT-ALIAS VALUE 'K'.
               88 EXPORT-OUT-REVIEW VALUE 'Y'.
           05 EXPORT-OUT-PEOPLE-ID PIC 9(10).
           05 EXPORT-OUT-DATA PIC X(1100).
           05 EXPORT-OUT-REQ REDEFINES EXPORT-OUT-DATA.
               10 EXP-REQ-CPF PIC A(11).
               10 EXP-REQ-REF PIC X(20).
               10 EXP-REQ-DATE PIC 9(8).
               10 EXP-REQ-FOUND PIC A(1).
               10 FILLER PIC X(1060).
           05 EXPORT-OUT-PER REDEFINES EXPORT-OUT-DATA.
               10 EXP-PER-NAME PIC A(255).
               10 EXP-PER-BIRTH PIC A(8).
               10 EXP-PER-CITY PIC A(255).
               10 EXP-PER-NEIGHBORHOOD PIC A(255).
               10 EXP-PER-STREET PIC A(255).
               10 EXP-PER-NUMBER PIC 9(10).
               10 EXP-PER-CEP PIC 9(10).
               10 EXP-PER-CPF PIC A(11).
               10 EXP-PER-TELEFONE PIC A(10).
               10 EXP-PER-STATUS PIC A(1).
               10 EXP-PER-DEATH-DATE PIC 9(8).
               10 FILLER PIC X(22).
      *        Trilha de auditoria: operacao, data AAMMDD, hora e a
      *        imagem do cadastro depois da alteracao
           05 EXPORT-OUT-AUD REDEFINES EXPORT-OUT-DATA.
               10 EXP-AUD-OPERATION PIC A(1).
               10 EXP-AUD-DATE PIC 9(6).
               10 EXP-AUD-TIME PIC 9(8).
               10 EXP-AUD-NAME PIC A(255).
               10 EXP-AUD-BIRTH PIC A(8).
               10 EXP-AUD-CITY PIC A(255).
               10 EXP-AUD-NEIGHBORHOOD PIC A(255).
               10 EXP-AUD-STREET PIC A(255).
               10 EXP-AUD-NUMBER PIC 9(10).
               10 EXP-AUD-CEP PIC 9(10).
               10 EXP-AUD-CPF PIC A(11).
               10 EXP-AUD-TELEFONE PIC A(10).
               10 EXP-AUD-STATUS PIC A(1).
               10 FILLER PIC X(15).
      *        Conta: papel do cliente e 'Y' quando esta no arquivo
      *        morto
           05 EXPORT-OUT-ACC REDEFINES EXPORT-OUT-DATA.
               10 EXP-ACC-ID PIC 9(10).
               10 EXP-ACC-ROLE PIC A(1).
               10 EXP-ACC-ARCHIVED PIC A(1).
               10 EXP-ACC-TYPE PIC A(1).
               10 EXP-ACC-CURRENCY PIC A(3).
               10 EXP-ACC-STATUS PIC A(1).
               10 EXP-ACC-FREEZE-REASON PIC A(1).
               10 EXP-ACC-VALUE PIC S9(10)V9(2).
               10 FILLER PIC X(1070).
           05 EXPORT-OUT-HLD REDEFINES EXPORT-OUT-DATA.
               10 EXP-HLD-ACCOUNT-ID PIC 9(10).
               10 EXP-HLD-ROLE PIC A(1).
               10 EXP-HLD-STATUS PIC A(1).
               10 EXP-HLD-ARCHIVED PIC A(1).
               10 FILLER PIC X(1087).
           05 EXPORT-OUT-MOV REDEFINES EXPORT-OUT-DATA.
               10 EXP-MOV-ACCOUNT-ID PIC 9(10).
               10 EXP-MOV-DATE PIC 9(8).
               10 EXP-MOV-TIME PIC 9(8).
               10 EXP-MOV-TXN-ID PIC 9(14).
               10 EXP-MOV-OPERATION PIC A(3).
               10 EXP-MOV-DRCR PIC A(1).
               10 EXP-MOV-VALUE PIC 9(10)V9(2).
               10 EXP-MOV-BALANCE PIC S9(10)V9(2).
               10 EXP-MOV-CURRENCY PIC A(3).
               10 EXP-MOV-OBSERVATION PIC A(255).
               10 EXP-MOV-ARCHIVED PIC A(1).
               10 FILLER PIC X(773).
           05 EXPORT-OUT-LN REDEFINES EXPORT-OUT-DATA.
               10 EXP-LN-ID PIC 9(10).
               10 EXP-LN-PRINCIPAL PIC 9(10)V9(2).
               10 EXP-LN-RATE PIC 9(3)V9(4).
               10 EXP-LN-TERM PIC 9(3).
               10 EXP-LN-INSTALLMENT PIC 9(10)V9(2).
               10 EXP-LN-BALANCE PIC 9(10)V9(2).
               10 EXP-LN-PAID-COUNT PIC 9(3).
               10 EXP-LN-STATUS PIC A(1).
               10 EXP-LN-ORIG-DATE PIC 9(8).
               10 EXP-LN-PAYOFF-DATE PIC 9(8).
               10 FILLER PIC X(1024).
      *        Cartao com o numero mascarado: seis primeiros e quatro
      *        ultimos digitos
           05 EXPORT-OUT-CRD REDEFINES EXPORT-OUT-DATA.
               10 EXP-CRD-NUMBER PIC X(16).
               10 EXP-CRD-ACCOUNT-ID PIC 9(10).
               10 EXP-CRD-ISSUE-DATE PIC 9(8).
               10 EXP-CRD-STATUS PIC A(1).
               10 EXP-CRD-LAST-USE-DATE PIC 9(8).
               10 FILLER PIC X(1057).
           05 EXPORT-OUT-ALS REDEFINES EXPORT-OUT-DATA.
               10 EXP-ALS-KEY PIC X(11).
               10 EXP-ALS-TYPE PIC A(1).
               10 EXP-ALS-ACCOUNT-ID PIC 9(10).
               10 EXP-ALS-STATUS PIC A(1).
               10 FILLER PIC X(1077).
           05 EXPORT-OUT-KYC REDEFINES EXPORT-OUT-DATA.
               10 EXP-KYC-LAST-DATE PIC 9(8).
               10 EXP-KYC-SOURCE PIC A(1).
               10 FILLER PIC X(1091).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-PRIVACY-EXPORT'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-REQUEST PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-AUDIT PIC X(2).
       01 FS PIC X(2).
       01 FS-ARCHIVE PIC X(2).
       01 FS-HOLDER PIC X(2).
       01 FS-HOLDARCH PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-LEDGERARCH PIC X(2).
       01 FS-LOAN PIC X(2).
       01 FS-CARD PIC X(2).
       01 FS-ALIAS PIC X(2).
       01 FS-KYC PIC X(2).
       01 FS-EXPORT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-PEOPLE-ID PIC 9(10).
       01 WS-FOUND PIC A(1).
       01 WS-SCAN-DONE PIC A(1).
      *    Contas do cliente (vivas, conjuntas e do arquivo morto)
      *    reunidas antes dos lancamentos e cartoes
       01 WS-ACCT-MAX PIC 9(3) COMP VALUE 100.
       01 WS-ACCT-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-ACCT-IDX PIC 9(3) COMP.
       01 WS-ACCT-FOUND PIC A(1).
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 100 TIMES.
               10 WS-ACCT-ID PIC 9(10).
               10 WS-ACCT-ROLE PIC A(1).
       01 WS-NEW-ACCT-ID PIC 9(10).
       01 WS-NEW-ACCT-ROLE PIC A(1).
       01 WS-CARD-NUMBER PIC 9(16).
       01 WS-CARD-PARTS REDEFINES WS-CARD-NUMBER.
           05 WS-CARD-BIN PIC X(6).
           05 WS-CARD-MIDDLE PIC X(6).
           05 WS-CARD-LAST PIC X(4).
       01 WS-CARD-MASKED.
           05 WS-MASK-BIN PIC X(6).
           05 FILLER PIC X(6) VALUE '******'.
           05 WS-MASK-LAST PIC X(4).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT REQUEST-IN.
           OPEN INPUT PEOPLE-RW.
           OPEN INPUT STATEMENT-OUT.
           OPEN INPUT HOLDER-RW.
           OPEN INPUT LEDGER-IN.
           OPEN INPUT LOAN-OUT.
           OPEN INPUT CARD-RW.
           OPEN INPUT ALIAS-RW.
           OPEN INPUT KYC-RW.
           OPEN OUTPUT EXPORT-OUT.
           IF FS-REQUEST NOT = '00' THEN
               DISPLAY 'SEM PEDIDOS DO TITULAR: ' FS-REQUEST
               MOVE FS-REQUEST TO WS-RUN-LOG-COMPLETION
           ELSE
           IF FS-PEOPLE NOT = '00' OR FS-EXPORT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO TITULAR: '
                   FS-PEOPLE ' ' FS-EXPORT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ REQUEST-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     PERFORM ATENDE-PEDIDO
               END-READ
           END-PERFORM
           END-IF
           END-IF.
           CLOSE EXPORT-OUT.
           IF FS-KYC = '00' THEN
               CLOSE KYC-RW
           END-IF.
           IF FS-ALIAS = '00' THEN
               CLOSE ALIAS-RW
           END-IF.
           IF FS-CARD = '00' THEN
               CLOSE CARD-RW
           END-IF.
           IF FS-LOAN = '00' THEN
               CLOSE LOAN-OUT
           END-IF.
           IF FS-LEDGER = '00' THEN
               CLOSE LEDGER-IN
           END-IF.
           IF FS-HOLDER = '00' THEN
               CLOSE HOLDER-RW
           END-IF.
           IF FS = '00' THEN
               CLOSE STATEMENT-OUT
           END-IF.
           IF FS-PEOPLE = '00' THEN
               CLOSE PEOPLE-RW
           END-IF.
           IF FS-REQUEST = '00' THEN
               CLOSE REQUEST-IN
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Cabecalho do pedido sempre sai; CPF sem cliente (ou ja
      *    anonimizado) fica so com o cabecalho marcado 'N'
       ATENDE-PEDIDO.
           MOVE 'N' TO WS-FOUND.
           MOVE 0 TO WS-PEOPLE-ID.
           MOVE REQUEST-IN-CPF TO PEOPLE-RW-CPF.
           READ PEOPLE-RW
               KEY IS PEOPLE-RW-CPF
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO WS-FOUND
                 MOVE PEOPLE-RW-ID TO WS-PEOPLE-ID
           END-READ.
           MOVE SPACES TO EXPORT-OUT-RECORD.
           SET EXPORT-OUT-REQUEST TO TRUE.
           MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID.
           MOVE REQUEST-IN-CPF TO EXP-REQ-CPF.
           MOVE REQUEST-IN-REF TO EXP-REQ-REF.
           MOVE WS-TODAY TO EXP-REQ-DATE.
           MOVE WS-FOUND TO EXP-REQ-FOUND.
           PERFORM GRAVA-EXPORT.
           IF WS-FOUND = 'N' THEN
               DISPLAY 'CPF SEM CADASTRO NO PEDIDO DO TITULAR: '
                   REQUEST-IN-REF
               ADD 1 TO WS-RUN-LOG-REJECTED
           ELSE
               PERFORM GRAVA-CLIENTE
               PERFORM GRAVA-AUDITORIA
               PERFORM REUNE-CONTAS
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   PERFORM GRAVA-CONTA
                   PERFORM GRAVA-MOVIMENTOS
               END-PERFORM
               PERFORM GRAVA-MOVIMENTOS-ARQUIVO
               PERFORM GRAVA-EMPRESTIMOS
               PERFORM GRAVA-CARTOES
               PERFORM GRAVA-CHAVES
               PERFORM GRAVA-REVISAO
               DISPLAY 'DADOS DO TITULAR EXPORTADOS: ' WS-PEOPLE-ID
                   ' PEDIDO: ' REQUEST-IN-REF
           END-IF.

       GRAVA-EXPORT.
           WRITE EXPORT-OUT-RECORD
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

       GRAVA-CLIENTE.
           MOVE SPACES TO EXPORT-OUT-RECORD.
           SET EXPORT-OUT-PERSON TO TRUE.
           MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID.
           MOVE PEOPLE-RW-NAME TO EXP-PER-NAME.
           MOVE PEOPLE-RW-BIRTH TO EXP-PER-BIRTH.
           MOVE PEOPLE-RW-CITY TO EXP-PER-CITY.
           MOVE PEOPLE-RW-NEIGHBORHOOD TO EXP-PER-NEIGHBORHOOD.
           MOVE PEOPLE-RW-STREET TO EXP-PER-STREET.
           MOVE PEOPLE-RW-NUMBER TO EXP-PER-NUMBER.
           MOVE PEOPLE-RW-CEP TO EXP-PER-CEP.
           MOVE PEOPLE-RW-CPF TO EXP-PER-CPF.
           MOVE PEOPLE-RW-TELEFONE TO EXP-PER-TELEFONE.
           MOVE PEOPLE-RW-STATUS TO EXP-PER-STATUS.
           MOVE PEOPLE-RW-DEATH-DATE TO EXP-PER-DEATH-DATE.
           PERFORM GRAVA-EXPORT.

      *    Trilha de auditoria do cadastro: arquivo sequencial lido
      *    inteiro a cada pedido
       GRAVA-AUDITORIA.
           OPEN INPUT PEOPLE-AUDIT.
           IF FS-AUDIT = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ PEOPLE-AUDIT
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF PEOPLE-AUDIT-ID = WS-PEOPLE-ID THEN
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-AUDIT TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE PEOPLE-AUDIT-OPERATION TO
                                 EXP-AUD-OPERATION
                             MOVE PEOPLE-AUDIT-DATE TO EXP-AUD-DATE
                             MOVE PEOPLE-AUDIT-TIME TO EXP-AUD-TIME
                             MOVE AUDIT-AFT-NAME TO EXP-AUD-NAME
                             MOVE AUDIT-AFT-BIRTH TO EXP-AUD-BIRTH
                             MOVE AUDIT-AFT-CITY TO EXP-AUD-CITY
                             MOVE AUDIT-AFT-NEIGHBORHOOD TO
                                 EXP-AUD-NEIGHBORHOOD
                             MOVE AUDIT-AFT-STREET TO EXP-AUD-STREET
                             MOVE AUDIT-AFT-NUMBER TO EXP-AUD-NUMBER
                             MOVE AUDIT-AFT-CEP TO EXP-AUD-CEP
                             MOVE AUDIT-AFT-CPF TO EXP-AUD-CPF
                             MOVE AUDIT-AFT-TELEFONE TO
                                 EXP-AUD-TELEFONE
                             MOVE AUDIT-AFT-STATUS TO EXP-AUD-STATUS
                             PERFORM GRAVA-EXPORT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PEOPLE-AUDIT
           END-IF.

      *    Contas pela chave alternativa de titular, vinculos de
      *    titulares vivos e arquivados, e contas do arquivo morto;
      *    cada vinculo tambem sai como registro 'V'
       REUNE-CONTAS.
           MOVE 0 TO WS-ACCT-COUNT.
           IF FS = '00' THEN
               MOVE WS-PEOPLE-ID TO ACCOUNT-OUT-PEOPLE-ID
               START STATEMENT-OUT
                   KEY IS EQUAL TO ACCOUNT-OUT-PEOPLE-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ STATEMENT-OUT NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF ACCOUNT-OUT-PEOPLE-ID NOT =
                                 WS-PEOPLE-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                             MOVE ACCOUNT-OUT-ID TO WS-NEW-ACCT-ID
                             MOVE 'T' TO WS-NEW-ACCT-ROLE
                             PERFORM INCLUI-CONTA
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF FS-HOLDER = '00' THEN
               MOVE WS-PEOPLE-ID TO HOLDER-RW-PEOPLE-ID
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
                                 WS-PEOPLE-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-HOLDER TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE HOLDER-RW-ACCOUNT-ID TO
                                 EXP-HLD-ACCOUNT-ID
                             MOVE HOLDER-RW-ROLE TO EXP-HLD-ROLE
                             MOVE HOLDER-RW-STATUS TO EXP-HLD-STATUS
                             MOVE 'N' TO EXP-HLD-ARCHIVED
                             PERFORM GRAVA-EXPORT
                             MOVE HOLDER-RW-ACCOUNT-ID TO
                                 WS-NEW-ACCT-ID
                             MOVE HOLDER-RW-ROLE TO WS-NEW-ACCT-ROLE
                             PERFORM INCLUI-CONTA
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           OPEN INPUT HOLDARCH-IN.
           IF FS-HOLDARCH = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ HOLDARCH-IN
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF HARCH-IN-PEOPLE-ID = WS-PEOPLE-ID THEN
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-HOLDER TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE HARCH-IN-ACCOUNT-ID TO
                                 EXP-HLD-ACCOUNT-ID
                             MOVE HARCH-IN-ROLE TO EXP-HLD-ROLE
                             MOVE HARCH-IN-STATUS TO EXP-HLD-STATUS
                             MOVE 'Y' TO EXP-HLD-ARCHIVED
                             PERFORM GRAVA-EXPORT
                             MOVE HARCH-IN-ACCOUNT-ID TO
                                 WS-NEW-ACCT-ID
                             MOVE HARCH-IN-ROLE TO WS-NEW-ACCT-ROLE
                             PERFORM INCLUI-CONTA
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDARCH-IN
           END-IF.
           OPEN INPUT ARCHIVE-IN.
           IF FS-ARCHIVE = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ ARCHIVE-IN
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF ARCH-IN-PEOPLE-ID = WS-PEOPLE-ID THEN
                             MOVE ARCH-IN-ID TO WS-NEW-ACCT-ID
                             MOVE 'T' TO WS-NEW-ACCT-ROLE
                             PERFORM INCLUI-CONTA
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-IN
           END-IF.

       INCLUI-CONTA.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND = 'Y'
               IF WS-ACCT-ID(WS-ACCT-IDX) = WS-NEW-ACCT-ID THEN
                   MOVE 'Y' TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND = 'N' THEN
               IF WS-ACCT-COUNT < WS-ACCT-MAX THEN
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-NEW-ACCT-ID TO WS-ACCT-ID(WS-ACCT-COUNT)
                   MOVE WS-NEW-ACCT-ROLE TO
                       WS-ACCT-ROLE(WS-ACCT-COUNT)
               ELSE
                   DISPLAY 'TABELA DE CONTAS ESGOTADA: '
                       WS-NEW-ACCT-ID
               END-IF
           END-IF.

      *    Conta viva pelo cadastro; fora dele, pelo arquivo morto
       GRAVA-CONTA.
           MOVE SPACES TO EXPORT-OUT-RECORD.
           SET EXPORT-OUT-ACCOUNT TO TRUE.
           MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID.
           MOVE WS-ACCT-ID(WS-ACCT-IDX) TO EXP-ACC-ID.
           MOVE WS-ACCT-ROLE(WS-ACCT-IDX) TO EXP-ACC-ROLE.
           MOVE 0 TO EXP-ACC-VALUE.
           MOVE 'N' TO WS-ACCT-FOUND.
           IF FS = '00' THEN
               MOVE WS-ACCT-ID(WS-ACCT-IDX) TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   KEY IS ACCOUNT-OUT-ID
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE 'Y' TO WS-ACCT-FOUND
                     MOVE 'N' TO EXP-ACC-ARCHIVED
                     MOVE ACCOUNT-OUT-TYPE TO EXP-ACC-TYPE
                     MOVE ACCOUNT-OUT-CURRENCY TO EXP-ACC-CURRENCY
                     MOVE ACCOUNT-OUT-STATUS TO EXP-ACC-STATUS
                     MOVE ACCOUNT-OUT-FREEZE-REASON TO
                         EXP-ACC-FREEZE-REASON
                     MOVE ACCOUNT-OUT-VALUE TO EXP-ACC-VALUE
               END-READ
           END-IF.
           IF WS-ACCT-FOUND = 'N' THEN
               OPEN INPUT ARCHIVE-IN
               IF FS-ARCHIVE = '00' THEN
                   MOVE 'N' TO WS-SCAN-DONE
                   PERFORM UNTIL WS-SCAN-DONE = 'Y'
                       READ ARCHIVE-IN
                           AT END MOVE 'Y' TO WS-SCAN-DONE
                           NOT AT END
                             IF ARCH-IN-ID =
                                     WS-ACCT-ID(WS-ACCT-IDX) THEN
                                 MOVE 'Y' TO WS-SCAN-DONE
                                 MOVE 'Y' TO EXP-ACC-ARCHIVED
                                 MOVE ARCH-IN-TYPE TO EXP-ACC-TYPE
                                 MOVE ARCH-IN-CURRENCY TO
                                     EXP-ACC-CURRENCY
                                 MOVE ARCH-IN-STATUS TO
                                     EXP-ACC-STATUS
                                 MOVE ARCH-IN-FREEZE-REASON TO
                                     EXP-ACC-FREEZE-REASON
                                 MOVE ARCH-IN-VALUE TO EXP-ACC-VALUE
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-IN
               END-IF
           END-IF.
           PERFORM GRAVA-EXPORT.

      *    Todos os lancamentos da conta no razao vivo
       GRAVA-MOVIMENTOS.
           IF FS-LEDGER = '00' THEN
               MOVE WS-ACCT-ID(WS-ACCT-IDX) TO LEDGER-IN-ACCOUNT-ID
               MOVE 0 TO LEDGER-IN-DATE
               MOVE 0 TO LEDGER-IN-TIME
               MOVE 0 TO LEDGER-IN-TXN-ID
               START LEDGER-IN
                   KEY IS NOT LESS THAN LEDGER-IN-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LEDGER-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF LEDGER-IN-ACCOUNT-ID NOT =
                                 WS-ACCT-ID(WS-ACCT-IDX) THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-MOVEMENT TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE LEDGER-IN-ACCOUNT-ID TO
                                 EXP-MOV-ACCOUNT-ID
                             MOVE LEDGER-IN-DATE TO EXP-MOV-DATE
                             MOVE LEDGER-IN-TIME TO EXP-MOV-TIME
                             MOVE LEDGER-IN-TXN-ID TO EXP-MOV-TXN-ID
                             MOVE LEDGER-IN-OPERATION TO
                                 EXP-MOV-OPERATION
                             MOVE LEDGER-IN-DRCR TO EXP-MOV-DRCR
                             MOVE LEDGER-IN-VALUE TO EXP-MOV-VALUE
                             MOVE LEDGER-IN-BALANCE TO
                                 EXP-MOV-BALANCE
                             MOVE LEDGER-IN-CURRENCY TO
                                 EXP-MOV-CURRENCY
                             MOVE LEDGER-IN-OBSERVATION TO
                                 EXP-MOV-OBSERVATION
                             MOVE 'N' TO EXP-MOV-ARCHIVED
                             PERFORM GRAVA-EXPORT
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Razao arquivado: uma passada para todas as contas do
      *    cliente
       GRAVA-MOVIMENTOS-ARQUIVO.
           OPEN INPUT LEDGERARCH-IN.
           IF FS-LEDGERARCH = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LEDGERARCH-IN
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         MOVE 'N' TO WS-ACCT-FOUND
                         PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                                 UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                                 OR WS-ACCT-FOUND = 'Y'
                             IF WS-ACCT-ID(WS-ACCT-IDX) =
                                     LARCH-IN-ACCOUNT-ID THEN
                                 MOVE 'Y' TO WS-ACCT-FOUND
                             END-IF
                         END-PERFORM
                         IF WS-ACCT-FOUND = 'Y' THEN
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-MOVEMENT TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE LARCH-IN-ACCOUNT-ID TO
                                 EXP-MOV-ACCOUNT-ID
                             MOVE LARCH-IN-DATE TO EXP-MOV-DATE
                             MOVE LARCH-IN-TIME TO EXP-MOV-TIME
                             MOVE LARCH-IN-TXN-ID TO EXP-MOV-TXN-ID
                             MOVE LARCH-IN-OPERATION TO
                                 EXP-MOV-OPERATION
                             MOVE LARCH-IN-DRCR TO EXP-MOV-DRCR
                             MOVE LARCH-IN-VALUE TO EXP-MOV-VALUE
                             MOVE LARCH-IN-BALANCE TO
                                 EXP-MOV-BALANCE
                             MOVE LARCH-IN-CURRENCY TO
                                 EXP-MOV-CURRENCY
                             MOVE LARCH-IN-OBSERVATION TO
                                 EXP-MOV-OBSERVATION
                             MOVE 'Y' TO EXP-MOV-ARCHIVED
                             PERFORM GRAVA-EXPORT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGERARCH-IN
           END-IF.

      *    Todos os contratos do cliente, em qualquer situacao
       GRAVA-EMPRESTIMOS.
           IF FS-LOAN = '00' THEN
               MOVE 0 TO LOAN-OUT-ID
               START LOAN-OUT
                   KEY IS NOT LESS THAN LOAN-OUT-ID
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LOAN-OUT NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF LOAN-OUT-PEOPLE-ID = WS-PEOPLE-ID THEN
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-LOAN TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE LOAN-OUT-ID TO EXP-LN-ID
                             MOVE LOAN-OUT-PRINCIPAL TO
                                 EXP-LN-PRINCIPAL
                             MOVE LOAN-OUT-RATE TO EXP-LN-RATE
                             MOVE LOAN-OUT-TERM TO EXP-LN-TERM
                             MOVE LOAN-OUT-INSTALLMENT TO
                                 EXP-LN-INSTALLMENT
                             MOVE LOAN-OUT-BALANCE TO EXP-LN-BALANCE
                             MOVE LOAN-OUT-PAID-COUNT TO
                                 EXP-LN-PAID-COUNT
                             MOVE LOAN-OUT-STATUS TO EXP-LN-STATUS
                             MOVE LOAN-OUT-ORIG-DATE TO
                                 EXP-LN-ORIG-DATE
                             MOVE LOAN-OUT-PAYOFF-DATE TO
                                 EXP-LN-PAYOFF-DATE
                             PERFORM GRAVA-EXPORT
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Cartoes emitidos para qualquer conta do cliente
       GRAVA-CARTOES.
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
                         MOVE 'N' TO WS-ACCT-FOUND
                         PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                                 UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                                 OR WS-ACCT-FOUND = 'Y'
                             IF WS-ACCT-ID(WS-ACCT-IDX) =
                                     CARD-RW-ACCOUNT-ID THEN
                                 MOVE 'Y' TO WS-ACCT-FOUND
                             END-IF
                         END-PERFORM
                         IF WS-ACCT-FOUND = 'Y' THEN
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-CARD TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE CARD-RW-NUMBER TO WS-CARD-NUMBER
                             MOVE WS-CARD-BIN TO WS-MASK-BIN
                             MOVE WS-CARD-LAST TO WS-MASK-LAST
                             MOVE WS-CARD-MASKED TO EXP-CRD-NUMBER
                             MOVE CARD-RW-ACCOUNT-ID TO
                                 EXP-CRD-ACCOUNT-ID
                             MOVE CARD-RW-ISSUE-DATE TO
                                 EXP-CRD-ISSUE-DATE
                             MOVE CARD-RW-STATUS TO EXP-CRD-STATUS
                             MOVE CARD-RW-LAST-USE-DATE TO
                                 EXP-CRD-LAST-USE-DATE
                             PERFORM GRAVA-EXPORT
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Chaves de transferencia cadastradas pelo cliente
       GRAVA-CHAVES.
           IF FS-ALIAS = '00' THEN
               MOVE LOW-VALUES TO ALIAS-RW-KEY
               START ALIAS-RW
                   KEY IS NOT LESS THAN ALIAS-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ ALIAS-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF ALIAS-RW-PEOPLE-ID = WS-PEOPLE-ID THEN
                             MOVE SPACES TO EXPORT-OUT-RECORD
                             SET EXPORT-OUT-ALIAS TO TRUE
                             MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                             MOVE ALIAS-RW-KEY TO EXP-ALS-KEY
                             MOVE ALIAS-RW-TYPE TO EXP-ALS-TYPE
                             MOVE ALIAS-RW-ACCOUNT-ID TO
                                 EXP-ALS-ACCOUNT-ID
                             MOVE ALIAS-RW-STATUS TO EXP-ALS-STATUS
                             PERFORM GRAVA-EXPORT
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

       GRAVA-REVISAO.
           IF FS-KYC = '00' THEN
               MOVE WS-PEOPLE-ID TO KYC-RW-PEOPLE-ID
               READ KYC-RW
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE SPACES TO EXPORT-OUT-RECORD
                     SET EXPORT-OUT-REVIEW TO TRUE
                     MOVE WS-PEOPLE-ID TO EXPORT-OUT-PEOPLE-ID
                     MOVE KYC-RW-LAST-DATE TO EXP-KYC-LAST-DATE
                     MOVE KYC-RW-SOURCE TO EXP-KYC-SOURCE
                     PERFORM GRAVA-EXPORT
               END-READ
           END-IF.
