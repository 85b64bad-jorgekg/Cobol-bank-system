      ******************************************************************
      * Author:
      * Date:
      * Purpose:Anonimizacao por fim do prazo legal de guarda (LGPD):
      *         percorre storage/people.data e anonimiza o cliente
      *         absorvido por unificacao de cadastro ('M') e o cliente
      *         sem conta viva, sem vinculo ativo de titular e sem
      *         emprestimo em aberto cujas contas, todas encerradas e
      *         levadas ao arquivo morto, estao sem movimento ha mais
      *         que o prazo de storage/privacyparam.data (padrao 1825
      *         dias, pelo ultimo lancamento no razao vivo ou
      *         arquivado).  Nome, endereco, telefone e CPF sao
      *         sobrescritos, tambem nas imagens da trilha de
      *         auditoria, e as chaves de transferencia do cliente sao
      *         excluidas; IDs, contas, lancamentos e contratos ficam
      *         intactos para a contabilidade.  Cada cliente
      *         anonimizado sai em output/anonymized.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ANONYMIZE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PRIVACY-PARAM
                  ASSIGN TO 'storage/privacyparam.data'
              FILE STATUS IS FS-PARAM.
              SELECT ARCHIVE-IN ASSIGN TO 'storage/statementarch.data'
              FILE STATUS IS FS-ARCHIVE.
              SELECT LEDGER-IN
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS LEDGER-IN-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT LEDGERARCH-IN
                  ASSIGN TO 'storage/statementledgerarch.data'
              FILE STATUS IS FS-LEDGERARCH.
              SELECT LOAN-OUT ASSIGN TO 'storage/loan.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS LOAN-OUT-ID
              FILE STATUS IS FS-LOAN.
              SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PEOPLE-RW-ID
              ALTERNATE RECORD KEY IS PEOPLE-RW-CPF
              FILE STATUS IS FS-PEOPLE.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
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
              SELECT ALIAS-RW ASSIGN TO 'storage/alias.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS ALIAS-RW-KEY
              FILE STATUS IS FS-ALIAS.
              SELECT PEOPLE-AUDIT ASSIGN TO 'storage/peopleaudit.data'
              FILE STATUS IS FS-AUDIT.
              SELECT ANON-OUT ASSIGN TO 'output/anonymized.data'
              FILE STATUS IS FS-ANON.

       DATA DIVISION.
       FILE SECTION.
       FD PRIVACY-PARAM.
       01 PRIVACY-PARAM-FILE.
           05 PRIVACY-PARAM-DAYS PIC 9(5).

       FD ARCHIVE-IN.
       01 ARCHIVE-IN-RECORD.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ARCH-IN==.

       FD LEDGER-IN.
       01 LEDGER-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

       FD LEDGERARCH-IN.
       01 LEDGERARCH-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LARCH-IN==.

       FD LOAN-OUT.
       01 LOAN-OUT-RECORD.
           COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-OUT==.

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

       FD ALIAS-RW.
       01 ALIAS-RW-FILE.
           COPY ALIASREC REPLACING ==:PFX:== BY ==ALIAS-RW==.

       FD PEOPLE-AUDIT.
       01 PEOPLE-AUDIT-FILE.
           05 PEOPLE-AUDIT-ID PIC 9(10).
           05 PEOPLE-AUDIT-OPERATION PIC A(1).
               88 PEOPLE-AUDIT-ANONYMIZE VALUE 'A'.
           05 PEOPLE-AUDIT-DATE PIC 9(6).
           05 PEOPLE-AUDIT-TIME PIC 9(8).
           03 AUDIT-BEF.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==AUDIT-BEF==.
           03 AUDIT-AFT.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==AUDIT-AFT==.

       FD ANON-OUT.
       01 ANON-OUT-FILE.
           05 ANON-OUT-DATE PIC 9(8).
           05 ANON-OUT-PEOPLE-ID PIC 9(10).
      *    'M' absorvido por unificacao, 'R' prazo de guarda vencido
           05 ANON-OUT-REASON PIC A(1).
      *    Ultimo lancamento das contas arquivadas (zeros para 'M')
           05 ANON-OUT-LAST-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-ANONYMIZE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-PARAM PIC X(2).
       01 FS-ARCHIVE PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-LEDGERARCH PIC X(2).
       01 FS-LOAN PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS PIC X(2).
       01 FS-HOLDER PIC X(2).
       01 FS-SESSION PIC X(2).
       01 FS-ALIAS PIC X(2).
       01 FS-AUDIT PIC X(2).
       01 FS-ANON PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
       01 WS-LAST-INT PIC 9(9).
       01 WS-LIMIT-DAYS PIC 9(5) VALUE 1825.
       01 WS-SCAN-DONE PIC A(1).
       01 WS-ELIGIBLE PIC A(1).
       01 WS-REASON PIC A(1).
       01 WS-LAST-DATE PIC 9(8).
       01 WS-HAS-ARCHIVE PIC A(1).
       01 WS-FOUND PIC A(1).
       01 WS-LEDGER-ACCOUNT-ID PIC 9(10).
       01 WS-LEDGER-DATE PIC 9(8).
      *    Contas do arquivo morto com o ultimo lancamento no razao
       01 WS-ARCH-MAX PIC 9(5) COMP VALUE 5000.
       01 WS-ARCH-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-ARCH-IDX PIC 9(5) COMP.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 5000 TIMES.
               10 WS-ARCH-ID PIC 9(10).
               10 WS-ARCH-PEOPLE-ID PIC 9(10).
               10 WS-ARCH-LAST-DATE PIC 9(8).
      *    Clientes com contrato em aberto ou baixado com saldo: a
      *    cobranca ainda precisa dos dados de contato
       01 WS-DEBT-MAX PIC 9(5) COMP VALUE 5000.
       01 WS-DEBT-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-DEBT-IDX PIC 9(5) COMP.
       01 WS-DEBT-TABLE.
           05 WS-DEBT-PEOPLE-ID PIC 9(10) OCCURS 5000 TIMES.
      *    Clientes anonimizados nesta execucao
       01 WS-ANON-MAX PIC 9(5) COMP VALUE 5000.
       01 WS-ANON-COUNT PIC 9(5) COMP VALUE 0.
       01 WS-ANON-IDX PIC 9(5) COMP.
       01 WS-ANON-TABLE.
           05 WS-ANON-PEOPLE-ID PIC 9(10) OCCURS 5000 TIMES.
      *    CPF anonimizado: 'X' mais o ID, unico na chave alternativa
      *    e recusado por qualquer validacao de CPF
       01 WS-ANON-CPF.
           05 FILLER PIC X(1) VALUE 'X'.
           05 WS-ANON-CPF-ID PIC 9(10).
       01 WS-ANON-NAME PIC A(255) VALUE 'CLIENTE ANONIMIZADO'.
       01 WS-ANON-TEXT PIC A(255) VALUE 'ANONIMIZADO'.
       01 WS-PEOPLE-ID PIC 9(10).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT PRIVACY-PARAM.
           IF FS-PARAM = '00' THEN
               READ PRIVACY-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF PRIVACY-PARAM-DAYS > 0 THEN
                         MOVE PRIVACY-PARAM-DAYS TO WS-LIMIT-DAYS
                     END-IF
               END-READ
               CLOSE PRIVACY-PARAM
           END-IF.
           PERFORM CARREGA-ARQUIVO-MORTO.
           PERFORM CARREGA-DEVEDORES.
           OPEN I-O PEOPLE-RW.
           OPEN INPUT STATEMENT-OUT.
           OPEN INPUT HOLDER-RW.
           OPEN I-O SESSION-RW.
           OPEN OUTPUT ANON-OUT.
           IF FS-PEOPLE NOT = '00' OR FS-ANON NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DA ANONIMIZACAO: '
                   FS-PEOPLE ' ' FS-ANON
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PEOPLE-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF PEOPLE-RW-ANON-DATE = 0 THEN
                             PERFORM CONFERE-ELEGIVEL
                             IF WS-ELIGIBLE = 'Y' THEN
                                 PERFORM ANONIMIZA-CLIENTE
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               IF WS-ANON-COUNT > 0 THEN
                   PERFORM LIMPA-AUDITORIA
                   PERFORM GRAVA-AUDITORIA
                   PERFORM EXCLUI-CHAVES
               END-IF
               DISPLAY 'ANONIMIZACAO: ' WS-ANON-COUNT
                   ' CLIENTES ANONIMIZADOS'
           END-IF.
           CLOSE ANON-OUT.
           IF FS-SESSION = '00' THEN
               CLOSE SESSION-RW
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
           MOVE WS-ANON-COUNT TO WS-RUN-LOG-WRITTEN.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Contas do arquivo morto e o ultimo lancamento de cada uma,
      *    no razao vivo e no arquivado
       CARREGA-ARQUIVO-MORTO.
           OPEN INPUT ARCHIVE-IN.
           IF FS-ARCHIVE = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ ARCHIVE-IN
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF WS-ARCH-COUNT < WS-ARCH-MAX THEN
                             ADD 1 TO WS-ARCH-COUNT
                             MOVE ARCH-IN-ID TO
                                 WS-ARCH-ID(WS-ARCH-COUNT)
                             MOVE ARCH-IN-PEOPLE-ID TO
                                 WS-ARCH-PEOPLE-ID(WS-ARCH-COUNT)
                             MOVE 0 TO
                                 WS-ARCH-LAST-DATE(WS-ARCH-COUNT)
                         ELSE
                             DISPLAY 'TABELA DE CONTAS ARQUIVADAS '
                                 'ESGOTADA: ' ARCH-IN-ID
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-IN
           END-IF.
           IF WS-ARCH-COUNT > 0 THEN
               OPEN INPUT LEDGER-IN
               IF FS-LEDGER = '00' THEN
                   MOVE 'N' TO WS-SCAN-DONE
                   PERFORM UNTIL WS-SCAN-DONE = 'Y'
                       READ LEDGER-IN
                           AT END MOVE 'Y' TO WS-SCAN-DONE
                           NOT AT END
                             MOVE LEDGER-IN-ACCOUNT-ID TO
                                 WS-LEDGER-ACCOUNT-ID
                             MOVE LEDGER-IN-DATE TO WS-LEDGER-DATE
                             PERFORM DATA-ARQUIVO-MORTO
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-IN
               END-IF
               OPEN INPUT LEDGERARCH-IN
               IF FS-LEDGERARCH = '00' THEN
                   MOVE 'N' TO WS-SCAN-DONE
                   PERFORM UNTIL WS-SCAN-DONE = 'Y'
                       READ LEDGERARCH-IN
                           AT END MOVE 'Y' TO WS-SCAN-DONE
                           NOT AT END
                             MOVE LARCH-IN-ACCOUNT-ID TO
                                 WS-LEDGER-ACCOUNT-ID
                             MOVE LARCH-IN-DATE TO WS-LEDGER-DATE
                             PERFORM DATA-ARQUIVO-MORTO
                       END-READ
                   END-PERFORM
                   CLOSE LEDGERARCH-IN
               END-IF
           END-IF.

       DATA-ARQUIVO-MORTO.
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
               IF WS-ARCH-ID(WS-ARCH-IDX) = WS-LEDGER-ACCOUNT-ID AND
                       WS-LEDGER-DATE >
                       WS-ARCH-LAST-DATE(WS-ARCH-IDX) THEN
                   MOVE WS-LEDGER-DATE TO
                       WS-ARCH-LAST-DATE(WS-ARCH-IDX)
               END-IF
           END-PERFORM.

       CARREGA-DEVEDORES.
           OPEN INPUT LOAN-OUT.
           IF FS-LOAN = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ LOAN-OUT
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF LOAN-OUT-OPEN OR
                                 (LOAN-OUT-CHARGED-OFF AND
                                  LOAN-OUT-BALANCE > 0) THEN
                             IF WS-DEBT-COUNT < WS-DEBT-MAX THEN
                                 ADD 1 TO WS-DEBT-COUNT
                                 MOVE LOAN-OUT-PEOPLE-ID TO
                                     WS-DEBT-PEOPLE-ID(WS-DEBT-COUNT)
                             ELSE
                                 DISPLAY 'TABELA DE DEVEDORES '
                                     'ESGOTADA: ' LOAN-OUT-ID
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-OUT
           END-IF.

      *    Absorvido: os dados seguem no cadastro sobrevivente.
      *    Demais: sem conta viva, sem vinculo ativo, sem divida e com
      *    todas as contas arquivadas alem do prazo de guarda
       CONFERE-ELEGIVEL.
           MOVE 'N' TO WS-ELIGIBLE.
           MOVE 0 TO WS-LAST-DATE.
           IF PEOPLE-RW-ABSORBED THEN
               MOVE 'Y' TO WS-ELIGIBLE
               MOVE 'M' TO WS-REASON
           ELSE
               MOVE 'Y' TO WS-ELIGIBLE
               MOVE 'R' TO WS-REASON
               IF FS = '00' THEN
                   MOVE PEOPLE-RW-ID TO ACCOUNT-OUT-PEOPLE-ID
                   START STATEMENT-OUT
                       KEY IS EQUAL TO ACCOUNT-OUT-PEOPLE-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'N' TO WS-ELIGIBLE
                   END-START
               END-IF
               IF WS-ELIGIBLE = 'Y' AND FS-HOLDER = '00' THEN
                   MOVE PEOPLE-RW-ID TO HOLDER-RW-PEOPLE-ID
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
                                     PEOPLE-RW-ID THEN
                                 MOVE 'Y' TO WS-SCAN-DONE
                             ELSE
                                 IF HOLDER-RW-ACTIVE THEN
                                     MOVE 'N' TO WS-ELIGIBLE
                                     MOVE 'Y' TO WS-SCAN-DONE
                                 END-IF
                             END-IF
                       END-READ
                   END-PERFORM
               END-IF
               IF WS-ELIGIBLE = 'Y' THEN
                   PERFORM VARYING WS-DEBT-IDX FROM 1 BY 1
                           UNTIL WS-DEBT-IDX > WS-DEBT-COUNT
                       IF WS-DEBT-PEOPLE-ID(WS-DEBT-IDX) =
                               PEOPLE-RW-ID THEN
                           MOVE 'N' TO WS-ELIGIBLE
                       END-IF
                   END-PERFORM
               END-IF
      *        Conta arquivada sem lancamento datado nao conta como
      *        prazo vencido
               IF WS-ELIGIBLE = 'Y' THEN
                   MOVE 'N' TO WS-HAS-ARCHIVE
                   PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                           UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
                       IF WS-ARCH-PEOPLE-ID(WS-ARCH-IDX) =
                               PEOPLE-RW-ID THEN
                           MOVE 'Y' TO WS-HAS-ARCHIVE
                           IF WS-ARCH-LAST-DATE(WS-ARCH-IDX) = 0 THEN
                               MOVE 'N' TO WS-ELIGIBLE
                           END-IF
                           IF WS-ARCH-LAST-DATE(WS-ARCH-IDX) >
                                   WS-LAST-DATE THEN
                               MOVE WS-ARCH-LAST-DATE(WS-ARCH-IDX)
                                   TO WS-LAST-DATE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-HAS-ARCHIVE = 'N' THEN
                       MOVE 'N' TO WS-ELIGIBLE
                   END-IF
               END-IF
               IF WS-ELIGIBLE = 'Y' THEN
                   COMPUTE WS-LAST-INT =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
                   IF WS-TODAY-INT - WS-LAST-INT NOT >
                           WS-LIMIT-DAYS THEN
                       MOVE 'N' TO WS-ELIGIBLE
                   END-IF
               END-IF
           END-IF.

       ANONIMIZA-CLIENTE.
           IF WS-ANON-COUNT NOT < WS-ANON-MAX THEN
               DISPLAY 'TABELA DE ANONIMIZADOS ESGOTADA: '
                   PEOPLE-RW-ID
               ADD 1 TO WS-RUN-LOG-REJECTED
           ELSE
               MOVE PEOPLE-RW-ID TO WS-ANON-CPF-ID
               MOVE WS-ANON-NAME TO PEOPLE-RW-NAME
               MOVE WS-ANON-TEXT TO PEOPLE-RW-CITY
               MOVE WS-ANON-TEXT TO PEOPLE-RW-NEIGHBORHOOD
               MOVE WS-ANON-TEXT TO PEOPLE-RW-STREET
               MOVE 0 TO PEOPLE-RW-NUMBER
               MOVE 0 TO PEOPLE-RW-CEP
               MOVE SPACES TO PEOPLE-RW-TELEFONE
               MOVE WS-ANON-CPF TO PEOPLE-RW-CPF
               MOVE WS-TODAY TO PEOPLE-RW-ANON-DATE
               REWRITE PEOPLE-RW-FILE
               END-REWRITE
               IF FS-PEOPLE NOT = '00' THEN
                   DISPLAY 'ERRO AO ANONIMIZAR CLIENTE: '
                       PEOPLE-RW-ID ' ' FS-PEOPLE
                   ADD 1 TO WS-RUN-LOG-REJECTED
               ELSE
                   ADD 1 TO WS-ANON-COUNT
                   MOVE PEOPLE-RW-ID TO
                       WS-ANON-PEOPLE-ID(WS-ANON-COUNT)
                   IF FS-SESSION = '00' THEN
                       MOVE PEOPLE-RW-ID TO SESSION-RW-PEOPLE-ID
                       DELETE SESSION-RW RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
                   MOVE WS-TODAY TO ANON-OUT-DATE
                   MOVE PEOPLE-RW-ID TO ANON-OUT-PEOPLE-ID
                   MOVE WS-REASON TO ANON-OUT-REASON
                   MOVE WS-LAST-DATE TO ANON-OUT-LAST-DATE
                   WRITE ANON-OUT-FILE
                   END-WRITE
                   DISPLAY 'CLIENTE ANONIMIZADO: ' PEOPLE-RW-ID
                       ' MOTIVO: ' WS-REASON
               END-IF
           END-IF.

      *    Imagens antes e depois da trilha de auditoria dos
      *    anonimizados recebem os mesmos valores do cadastro
       LIMPA-AUDITORIA.
           OPEN I-O PEOPLE-AUDIT.
           IF FS-AUDIT = '00' THEN
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ PEOPLE-AUDIT
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         MOVE PEOPLE-AUDIT-ID TO WS-PEOPLE-ID
                         PERFORM ACHA-ANONIMIZADO
                         IF WS-FOUND = 'Y' THEN
                             MOVE PEOPLE-AUDIT-ID TO WS-ANON-CPF-ID
                             MOVE WS-ANON-NAME TO AUDIT-BEF-NAME
                             MOVE WS-ANON-TEXT TO AUDIT-BEF-CITY
                             MOVE WS-ANON-TEXT TO
                                 AUDIT-BEF-NEIGHBORHOOD
                             MOVE WS-ANON-TEXT TO AUDIT-BEF-STREET
                             MOVE 0 TO AUDIT-BEF-NUMBER
                             MOVE 0 TO AUDIT-BEF-CEP
                             MOVE SPACES TO AUDIT-BEF-TELEFONE
                             MOVE WS-ANON-CPF TO AUDIT-BEF-CPF
                             MOVE WS-ANON-NAME TO AUDIT-AFT-NAME
                             MOVE WS-ANON-TEXT TO AUDIT-AFT-CITY
                             MOVE WS-ANON-TEXT TO
                                 AUDIT-AFT-NEIGHBORHOOD
                             MOVE WS-ANON-TEXT TO AUDIT-AFT-STREET
                             MOVE 0 TO AUDIT-AFT-NUMBER
                             MOVE 0 TO AUDIT-AFT-CEP
                             MOVE SPACES TO AUDIT-AFT-TELEFONE
                             MOVE WS-ANON-CPF TO AUDIT-AFT-CPF
                             REWRITE PEOPLE-AUDIT-FILE
                             END-REWRITE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PEOPLE-AUDIT
           END-IF.

       ACHA-ANONIMIZADO.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-ANON-IDX FROM 1 BY 1
                   UNTIL WS-ANON-IDX > WS-ANON-COUNT
                   OR WS-FOUND = 'Y'
               IF WS-ANON-PEOPLE-ID(WS-ANON-IDX) = WS-PEOPLE-ID THEN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.

      *    Registro 'A' de anonimizacao na trilha, ja com a imagem
      *    anonimizada nos dois lados
       GRAVA-AUDITORIA.
           OPEN EXTEND PEOPLE-AUDIT.
           IF FS-AUDIT = '00' THEN
               PERFORM VARYING WS-ANON-IDX FROM 1 BY 1
                       UNTIL WS-ANON-IDX > WS-ANON-COUNT
                   MOVE WS-ANON-PEOPLE-ID(WS-ANON-IDX) TO PEOPLE-RW-ID
                   READ PEOPLE-RW
                       KEY IS PEOPLE-RW-ID
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE PEOPLE-RW-ID TO PEOPLE-AUDIT-ID
                         SET PEOPLE-AUDIT-ANONYMIZE TO TRUE
                         ACCEPT PEOPLE-AUDIT-DATE FROM DATE
                         ACCEPT PEOPLE-AUDIT-TIME FROM TIME
                         MOVE PEOPLE-RW-FILE TO AUDIT-BEF
                         MOVE PEOPLE-RW-FILE TO AUDIT-AFT
                         WRITE PEOPLE-AUDIT-FILE
                         END-WRITE
                   END-READ
               END-PERFORM
               CLOSE PEOPLE-AUDIT
           END-IF.

      *    Chaves de transferencia sao o proprio CPF ou telefone:
      *    saem do diretorio
       EXCLUI-CHAVES.
           OPEN I-O ALIAS-RW.
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
                         MOVE ALIAS-RW-PEOPLE-ID TO WS-PEOPLE-ID
                         PERFORM ACHA-ANONIMIZADO
                         IF WS-FOUND = 'Y' THEN
                             DELETE ALIAS-RW RECORD
                             END-DELETE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-RW
           END-IF.
