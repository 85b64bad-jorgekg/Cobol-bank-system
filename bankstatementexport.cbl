      ******************************************************************
      * Author:
      * Date:
      * Purpose:Exportacao de extrato para o software financeiro ou
      *         contabil do cliente.  Cada pedido de
      *         input/statementexport.data traz conta, periodo,
      *         formato ('O' OFX, 'D' delimitado por ponto e virgula,
      *         espaco os dois) e canal de entrega ('E' canal
      *         eletronico, 'C' correio).  Os movimentos sao lidos pela
      *         chave de conta e data de storage/statementledger.data.
      *         O OFX (output/statementofx.data) leva o identificador
      *         de transacao do razao como FITID, o saldo e a moeda;
      *         o estorno aponta o lancamento original em CORRECTFITID.
      *         O delimitado (output/statementcsv.data) traz o
      *         lancamento estornado e o estorno nas duas pontas.  Cada
      *         exportacao fica no manifesto de entrega
      *         output/statementexportmanifest.data, com a primeira
      *         linha e a quantidade de linhas dela em cada arquivo
      *         (para separar os pedidos na entrega) e o endereco
      *         quando vai pelo correio; endereco nao entregavel deixa
      *         a exportacao retida
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-STATEMENT-EXPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT EXPORT-IN ASSIGN TO 'input/statementexport.data'
              FILE STATUS IS FS-EXPORT.
              SELECT STATEMENT-IN ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY ACCOUNT-IN-ID
              ALTERNATE RECORD KEY IS ACCOUNT-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT PEOPLE-IN ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-IN-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT LEDGER-IN
                  ASSIGN TO 'storage/statementledger.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS LEDGER-IN-KEY
              FILE STATUS IS FS-LEDGER.
              SELECT OFX-OUT ASSIGN TO 'output/statementofx.data'
              FILE STATUS IS FS-OFX.
              SELECT CSV-OUT ASSIGN TO 'output/statementcsv.data'
              FILE STATUS IS FS-CSV.
              SELECT MANIFEST-OUT
                  ASSIGN TO 'output/statementexportmanifest.data'
              FILE STATUS IS FS-MANIFEST.

       DATA DIVISION.
       FILE SECTION.
       FD EXPORT-IN.
       01 EXPORT-IN-FILE.
           05 EXPORT-IN-ACCOUNT-ID PIC 9(10).
      *    Periodo pedido: data inicial zero pede desde o primeiro
      *    lancamento, data final zero ate a data de processamento
           05 EXPORT-IN-FROM-DATE PIC 9(8).
           05 EXPORT-IN-TO-DATE PIC 9(8).
           05 EXPORT-IN-FORMAT PIC A(1).
           05 EXPORT-IN-CHANNEL PIC A(1).

       FD STATEMENT-IN.
       01 ACCOUNT-IN-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-IN==.

       FD PEOPLE-IN.
       01 PEOPLE-IN-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-IN==.

       FD LEDGER-IN.
       01 LEDGER-IN-RECORD.
           COPY LEDGERREC REPLACING ==:PFX:== BY ==LEDGER-IN==.

       FD OFX-OUT.
       01 OFX-OUT-LINE PIC X(300).

       FD CSV-OUT.
       01 CSV-OUT-LINE PIC X(400).

       FD MANIFEST-OUT.
       01 MANIFEST-OUT-FILE.
           05 MANIFEST-OUT-SEQ PIC 9(5).
           05 MANIFEST-OUT-ACCOUNT-ID PIC 9(10).
           05 MANIFEST-OUT-PEOPLE-ID PIC 9(10).
           05 MANIFEST-OUT-FROM-DATE PIC 9(8).
           05 MANIFEST-OUT-TO-DATE PIC 9(8).
           05 MANIFEST-OUT-FORMAT PIC A(1).
           05 MANIFEST-OUT-CHANNEL PIC A(1).
           05 MANIFEST-OUT-STATUS PIC A(1).
               88 MANIFEST-OUT-READY VALUE 'P'.
               88 MANIFEST-OUT-HELD VALUE 'R'.
               88 MANIFEST-OUT-REFUSED VALUE 'X'.
           05 MANIFEST-OUT-MOVEMENTS PIC 9(7).
           05 MANIFEST-OUT-NAME PIC A(255).
           05 MANIFEST-OUT-STREET PIC A(255).
           05 MANIFEST-OUT-NUMBER PIC 9(10).
           05 MANIFEST-OUT-NEIGHBORHOOD PIC A(255).
           05 MANIFEST-OUT-CITY PIC A(255).
           05 MANIFEST-OUT-CEP PIC 9(10).
      *    Onde esta a exportacao nos arquivos do dia: primeira linha
      *    e quantidade de linhas do pedido no OFX e no delimitado
      *    (zeros quando o formato nao foi gerado)
           05 MANIFEST-OUT-OFX-FIRST PIC 9(9).
           05 MANIFEST-OUT-OFX-LINES PIC 9(9).
           05 MANIFEST-OUT-CSV-FIRST PIC 9(9).
           05 MANIFEST-OUT-CSV-LINES PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-STATEMENT-EXP'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 WS-LEDGER-DONE PIC A(1).
       01 FS-EXPORT PIC X(2).
       01 FS PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-LEDGER PIC X(2).
       01 FS-OFX PIC X(2).
       01 FS-CSV PIC X(2).
       01 FS-MANIFEST PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(8).
       01 WS-SEQ PIC 9(5) VALUE 0.
       01 WS-VALID PIC A(1).
       01 WS-PEOPLE-FOUND PIC A(1).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-OPENING PIC S9(10)V9(2).
       01 WS-CLOSING PIC S9(10)V9(2).
       01 WS-MOVEMENTS PIC 9(7).
      *    Linhas ja gravadas em cada arquivo e onde o pedido comecou
       01 WS-OFX-LINE PIC 9(9) VALUE 0.
       01 WS-CSV-LINE PIC 9(9) VALUE 0.
       01 WS-OFX-FIRST PIC 9(9).
       01 WS-CSV-FIRST PIC 9(9).
      *    Codigo do banco e tipo de conta no padrao OFX
       01 WS-OFX-BANK-ID PIC X(3) VALUE '999'.
       01 WS-OFX-ACCT-TYPE PIC X(8).
       01 WS-OFX-TRN-TYPE PIC X(6).
      *    Estornos do periodo: lancamento de estorno e o original
      *    que ele desfaz, para ligar as duas pontas na saida
       01 WS-EST-MAX PIC 9(4) COMP VALUE 500.
       01 WS-EST-COUNT PIC 9(4) COMP VALUE 0.
       01 WS-EST-IDX PIC 9(4) COMP.
       01 WS-EST-TABLE.
           05 WS-EST-ENTRY OCCURS 500 TIMES.
               10 WS-EST-TXN-ID PIC 9(14).
               10 WS-EST-REF-TXN-ID PIC 9(14).
       01 WS-REVERSED-BY PIC 9(14).
      *    Valores alinhados a esquerda para o OFX e o delimitado
       01 WS-AMT-SIGNED PIC S9(10)V9(2).
       01 WS-AMT-EDIT PIC -(10)9.99.
       01 WS-AMT-LEAD PIC 9(2) COMP.
       01 WS-AMT-LEN PIC 9(2) COMP.
       01 WS-AMT-TEXT PIC X(14).
       01 WS-BAL-TEXT PIC X(14).
       01 WS-BAL-LEN PIC 9(2) COMP.
       01 WS-MEMO PIC A(255).
       01 WS-REF-TEXT PIC X(14).
       01 WS-REVBY-TEXT PIC X(14).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT EXPORT-IN.
           OPEN INPUT STATEMENT-IN.
           OPEN INPUT PEOPLE-IN.
           OPEN INPUT LEDGER-IN.
           OPEN OUTPUT OFX-OUT.
           OPEN OUTPUT CSV-OUT.
           OPEN OUTPUT MANIFEST-OUT.
           IF FS-EXPORT NOT = '00' THEN
               DISPLAY 'SEM PEDIDOS DE EXPORTACAO DE EXTRATO: '
                   FS-EXPORT
               MOVE FS-EXPORT TO WS-RUN-LOG-COMPLETION
           ELSE
           IF FS NOT = '00' OR FS-LEDGER NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR CONTAS OU RAZAO: '
                   FS ' ' FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXPORT-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     PERFORM EXPORTA-EXTRATO
               END-READ
           END-PERFORM
           DISPLAY 'EXTRATOS EXPORTADOS: ' WS-SEQ
           END-IF
           END-IF.
           CLOSE MANIFEST-OUT.
           CLOSE CSV-OUT.
           CLOSE OFX-OUT.
           IF FS-LEDGER = '00' THEN
               CLOSE LEDGER-IN
           END-IF.
           IF FS-PEOPLE = '00' THEN
               CLOSE PEOPLE-IN
           END-IF.
           IF FS = '00' THEN
               CLOSE STATEMENT-IN
           END-IF.
           IF FS-EXPORT = '00' THEN
               CLOSE EXPORT-IN
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       EXPORTA-EXTRATO.
           MOVE 'Y' TO WS-VALID.
           ADD 1 TO WS-SEQ.
           MOVE EXPORT-IN-FROM-DATE TO WS-FROM-DATE.
           IF EXPORT-IN-TO-DATE = 0 THEN
               MOVE WS-TODAY TO WS-TO-DATE
           ELSE
               MOVE EXPORT-IN-TO-DATE TO WS-TO-DATE
           END-IF.
           IF EXPORT-IN-FORMAT NOT = 'O' AND
                   EXPORT-IN-FORMAT NOT = 'D' THEN
               MOVE SPACE TO EXPORT-IN-FORMAT
           END-IF.
           IF EXPORT-IN-CHANNEL NOT = 'C' THEN
               MOVE 'E' TO EXPORT-IN-CHANNEL
           END-IF.
           MOVE 0 TO WS-MOVEMENTS.
           MOVE 'N' TO WS-PEOPLE-FOUND.
           COMPUTE WS-OFX-FIRST = WS-OFX-LINE + 1.
           COMPUTE WS-CSV-FIRST = WS-CSV-LINE + 1.
           IF WS-FROM-DATE > WS-TO-DATE THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'PERIODO DE EXPORTACAO INVALIDO: '
                   EXPORT-IN-ACCOUNT-ID ' ' WS-FROM-DATE ' '
                   WS-TO-DATE
           END-IF.
           IF WS-VALID = 'Y' THEN
               MOVE EXPORT-IN-ACCOUNT-ID TO ACCOUNT-IN-ID
               READ STATEMENT-IN
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CONTA DA EXPORTACAO NAO ENCONTRADA: '
                         EXPORT-IN-ACCOUNT-ID
               END-READ
           END-IF.
           IF WS-VALID = 'Y' AND FS-PEOPLE = '00' THEN
               MOVE ACCOUNT-IN-PEOPLE-ID TO PEOPLE-IN-ID
               READ PEOPLE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-PEOPLE-FOUND
               END-READ
           END-IF.
           IF WS-VALID = 'Y' THEN
               PERFORM REUNE-ESTORNOS
               IF EXPORT-IN-FORMAT NOT = 'D' THEN
                   PERFORM ABRE-OFX
               END-IF
               IF EXPORT-IN-FORMAT NOT = 'O' THEN
                   PERFORM ABRE-CSV
               END-IF
               MOVE WS-OPENING TO WS-CLOSING
               PERFORM GRAVA-MOVIMENTOS
               IF EXPORT-IN-FORMAT NOT = 'D' THEN
                   PERFORM FECHA-OFX
               END-IF
           ELSE
               ADD 1 TO WS-RUN-LOG-REJECTED
           END-IF.
           PERFORM GRAVA-MANIFESTO.

      *    Primeira leitura da conta: saldo anterior ao periodo e os
      *    estornos lancados dentro dele
       REUNE-ESTORNOS.
           MOVE 0 TO WS-OPENING.
           MOVE 0 TO WS-EST-COUNT.
           MOVE EXPORT-IN-ACCOUNT-ID TO LEDGER-IN-ACCOUNT-ID.
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
                             EXPORT-IN-ACCOUNT-ID OR
                             LEDGER-IN-DATE > WS-TO-DATE THEN
                         MOVE 'Y' TO WS-LEDGER-DONE
                     ELSE
                     IF LEDGER-IN-DATE < WS-FROM-DATE THEN
                         MOVE LEDGER-IN-BALANCE TO WS-OPENING
                     ELSE
                     IF LEDGER-IN-OPERATION = 'EST' AND
                             LEDGER-IN-REF-TXN-ID > 0 AND
                             WS-EST-COUNT < WS-EST-MAX THEN
                         ADD 1 TO WS-EST-COUNT
                         MOVE LEDGER-IN-TXN-ID
                             TO WS-EST-TXN-ID(WS-EST-COUNT)
                         MOVE LEDGER-IN-REF-TXN-ID
                             TO WS-EST-REF-TXN-ID(WS-EST-COUNT)
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.

       GRAVA-MOVIMENTOS.
           MOVE EXPORT-IN-ACCOUNT-ID TO LEDGER-IN-ACCOUNT-ID.
           MOVE WS-FROM-DATE TO LEDGER-IN-DATE.
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
                             EXPORT-IN-ACCOUNT-ID OR
                             LEDGER-IN-DATE > WS-TO-DATE THEN
                         MOVE 'Y' TO WS-LEDGER-DONE
                     ELSE
                         ADD 1 TO WS-MOVEMENTS
                         MOVE LEDGER-IN-BALANCE TO WS-CLOSING
                         PERFORM PREPARA-MOVIMENTO
                         IF EXPORT-IN-FORMAT NOT = 'D' THEN
                             PERFORM GRAVA-TRANSACAO-OFX
                         END-IF
                         IF EXPORT-IN-FORMAT NOT = 'O' THEN
                             PERFORM GRAVA-LINHA-CSV
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

       PREPARA-MOVIMENTO.
           MOVE LEDGER-IN-BALANCE TO WS-AMT-SIGNED.
           PERFORM FORMATA-VALOR.
           MOVE WS-AMT-TEXT TO WS-BAL-TEXT.
           MOVE WS-AMT-LEN TO WS-BAL-LEN.
           IF LEDGER-IN-DEBIT THEN
               COMPUTE WS-AMT-SIGNED = 0 - LEDGER-IN-VALUE
           ELSE
               MOVE LEDGER-IN-VALUE TO WS-AMT-SIGNED
           END-IF.
           PERFORM FORMATA-VALOR.
           MOVE LEDGER-IN-OBSERVATION TO WS-MEMO.
           MOVE 0 TO WS-REVERSED-BY.
           PERFORM VARYING WS-EST-IDX FROM 1 BY 1
                   UNTIL WS-EST-IDX > WS-EST-COUNT
               IF WS-EST-REF-TXN-ID(WS-EST-IDX) = LEDGER-IN-TXN-ID
                       AND LEDGER-IN-TXN-ID > 0 THEN
                   MOVE WS-EST-TXN-ID(WS-EST-IDX) TO WS-REVERSED-BY
               END-IF
           END-PERFORM.

       FORMATA-VALOR.
           MOVE WS-AMT-SIGNED TO WS-AMT-EDIT.
           MOVE 0 TO WS-AMT-LEAD.
           INSPECT WS-AMT-EDIT TALLYING WS-AMT-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO WS-AMT-TEXT.
           MOVE WS-AMT-EDIT(WS-AMT-LEAD + 1:) TO WS-AMT-TEXT.
           COMPUTE WS-AMT-LEN = 14 - WS-AMT-LEAD.

       ABRE-OFX.
           IF ACCOUNT-IN-SAVINGS THEN
               MOVE 'SAVINGS' TO WS-OFX-ACCT-TYPE
           ELSE
               MOVE 'CHECKING' TO WS-OFX-ACCT-TYPE
           END-IF.
           ACCEPT WS-NOW FROM TIME.
           MOVE 'OFXHEADER:100' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'DATA:OFXSGML' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'VERSION:102' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'SECURITY:NONE' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'ENCODING:USASCII' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'CHARSET:1252' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'COMPRESSION:NONE' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE 'OLDFILEUID:NONE' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING 'NEWFILEUID:' WS-TODAY WS-SEQ
               DELIMITED BY SIZE INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE '<OFX>' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<SIGNONMSGSRSV1><SONRS><STATUS><CODE>0'
               '<SEVERITY>INFO</STATUS><DTSERVER>'
               WS-TODAY WS-NOW(1:6) '<LANGUAGE>POR</SONRS>'
               '</SIGNONMSGSRSV1>'
               DELIMITED BY SIZE INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<BANKMSGSRSV1><STMTTRNRS><TRNUID>' WS-SEQ
               '<STATUS><CODE>0<SEVERITY>INFO</STATUS>'
               DELIMITED BY SIZE INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<STMTRS><CURDEF>' ACCOUNT-IN-CURRENCY
               '<BANKACCTFROM><BANKID>' WS-OFX-BANK-ID
               '<BRANCHID>' ACCOUNT-IN-BRANCH
               '<ACCTID>' ACCOUNT-IN-ID
               '<ACCTTYPE>' WS-OFX-ACCT-TYPE DELIMITED BY SPACE
               '</BANKACCTFROM>' DELIMITED BY SIZE
               INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<BANKTRANLIST><DTSTART>' WS-FROM-DATE
               '<DTEND>' WS-TO-DATE
               DELIMITED BY SIZE INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.

      *    Estorno com o original identificado sai como correcao do
      *    FITID original, para o software do cliente desfazer o par
       GRAVA-TRANSACAO-OFX.
           IF LEDGER-IN-OPERATION = 'JUR' THEN
               MOVE 'INT' TO WS-OFX-TRN-TYPE
           ELSE
           IF LEDGER-IN-OPERATION = 'TAR' THEN
               MOVE 'FEE' TO WS-OFX-TRN-TYPE
           ELSE
           IF LEDGER-IN-DEBIT THEN
               MOVE 'DEBIT' TO WS-OFX-TRN-TYPE
           ELSE
               MOVE 'CREDIT' TO WS-OFX-TRN-TYPE
           END-IF
           END-IF
           END-IF.
           INSPECT WS-MEMO REPLACING ALL '<' BY ' '
               ALL '>' BY ' ' ALL '&' BY ' '.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<STMTTRN><TRNTYPE>' WS-OFX-TRN-TYPE
               DELIMITED BY SPACE
               '<DTPOSTED>' LEDGER-IN-DATE LEDGER-IN-TIME(1:6)
               '<TRNAMT>' WS-AMT-TEXT(1:WS-AMT-LEN)
               '<FITID>' LEDGER-IN-TXN-ID
               DELIMITED BY SIZE INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.
           IF LEDGER-IN-OPERATION = 'EST' AND
                   LEDGER-IN-REF-TXN-ID > 0 THEN
               MOVE SPACES TO OFX-OUT-LINE
               STRING '<CORRECTFITID>' LEDGER-IN-REF-TXN-ID
                   '<CORRECTACTION>DELETE'
                   DELIMITED BY SIZE INTO OFX-OUT-LINE
               END-STRING
               PERFORM GRAVA-OFX
           END-IF.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<NAME>' LEDGER-IN-OPERATION
               '<MEMO>' WS-MEMO DELIMITED BY '  '
               '</STMTTRN>' DELIMITED BY SIZE
               INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.

       FECHA-OFX.
           MOVE WS-CLOSING TO WS-AMT-SIGNED.
           PERFORM FORMATA-VALOR.
           MOVE '</BANKTRANLIST>' TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.
           MOVE SPACES TO OFX-OUT-LINE.
           STRING '<LEDGERBAL><BALAMT>' WS-AMT-TEXT(1:WS-AMT-LEN)
               '<DTASOF>' WS-TO-DATE '</LEDGERBAL>'
               DELIMITED BY SIZE INTO OFX-OUT-LINE
           END-STRING.
           PERFORM GRAVA-OFX.
           MOVE '</STMTRS></STMTTRNRS></BANKMSGSRSV1></OFX>'
               TO OFX-OUT-LINE.
           PERFORM GRAVA-OFX.

       GRAVA-OFX.
           WRITE OFX-OUT-LINE
           END-WRITE.
           ADD 1 TO WS-OFX-LINE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

       ABRE-CSV.
           MOVE WS-OPENING TO WS-AMT-SIGNED.
           PERFORM FORMATA-VALOR.
           INSPECT WS-AMT-TEXT REPLACING ALL '.' BY ','.
           MOVE SPACES TO CSV-OUT-LINE.
           STRING 'CONTA;DATA;HORA;IDENTIFICADOR;OPERACAO;DC;VALOR;'
               'SALDO;MOEDA;ESTORNA;ESTORNADO POR;HISTORICO'
               DELIMITED BY SIZE INTO CSV-OUT-LINE
           END-STRING.
           PERFORM GRAVA-CSV.
           MOVE SPACES TO CSV-OUT-LINE.
           STRING ACCOUNT-IN-ID ';' WS-FROM-DATE ';000000;;SLD;;;'
               WS-AMT-TEXT(1:WS-AMT-LEN) ';' ACCOUNT-IN-CURRENCY
               ';;;SALDO ANTERIOR'
               DELIMITED BY SIZE INTO CSV-OUT-LINE
           END-STRING.
           PERFORM GRAVA-CSV.

       GRAVA-LINHA-CSV.
           INSPECT WS-AMT-TEXT REPLACING ALL '.' BY ','.
           INSPECT WS-BAL-TEXT REPLACING ALL '.' BY ','.
           INSPECT WS-MEMO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-REF-TEXT.
           IF LEDGER-IN-OPERATION = 'EST' AND
                   LEDGER-IN-REF-TXN-ID > 0 THEN
               MOVE LEDGER-IN-REF-TXN-ID TO WS-REF-TEXT
           END-IF.
           MOVE SPACES TO WS-REVBY-TEXT.
           IF WS-REVERSED-BY > 0 THEN
               MOVE WS-REVERSED-BY TO WS-REVBY-TEXT
           END-IF.
           MOVE SPACES TO CSV-OUT-LINE.
           STRING ACCOUNT-IN-ID ';' LEDGER-IN-DATE ';'
               LEDGER-IN-TIME(1:6) ';' LEDGER-IN-TXN-ID ';'
               LEDGER-IN-OPERATION ';' LEDGER-IN-DRCR ';'
               WS-AMT-TEXT(1:WS-AMT-LEN) ';'
               WS-BAL-TEXT(1:WS-BAL-LEN) ';'
               ACCOUNT-IN-CURRENCY ';'
               DELIMITED BY SIZE
               WS-REF-TEXT DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WS-REVBY-TEXT DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WS-MEMO DELIMITED BY '  '
               INTO CSV-OUT-LINE
           END-STRING.
           PERFORM GRAVA-CSV.

       GRAVA-CSV.
           WRITE CSV-OUT-LINE
           END-WRITE.
           ADD 1 TO WS-CSV-LINE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

      *    Entrega: canal eletronico pega o arquivo direto; correio
      *    leva o endereco do titular e fica retido quando o endereco
      *    esta marcado como nao entregavel
       GRAVA-MANIFESTO.
           MOVE SPACES TO MANIFEST-OUT-FILE.
           MOVE WS-SEQ TO MANIFEST-OUT-SEQ.
           MOVE EXPORT-IN-ACCOUNT-ID TO MANIFEST-OUT-ACCOUNT-ID.
           MOVE 0 TO MANIFEST-OUT-PEOPLE-ID.
           MOVE WS-FROM-DATE TO MANIFEST-OUT-FROM-DATE.
           MOVE WS-TO-DATE TO MANIFEST-OUT-TO-DATE.
           MOVE EXPORT-IN-FORMAT TO MANIFEST-OUT-FORMAT.
           MOVE EXPORT-IN-CHANNEL TO MANIFEST-OUT-CHANNEL.
           MOVE WS-MOVEMENTS TO MANIFEST-OUT-MOVEMENTS.
           MOVE 0 TO MANIFEST-OUT-NUMBER.
           MOVE 0 TO MANIFEST-OUT-CEP.
           MOVE 0 TO MANIFEST-OUT-OFX-FIRST.
           COMPUTE MANIFEST-OUT-OFX-LINES =
               WS-OFX-LINE - WS-OFX-FIRST + 1.
           IF MANIFEST-OUT-OFX-LINES > 0 THEN
               MOVE WS-OFX-FIRST TO MANIFEST-OUT-OFX-FIRST
           END-IF.
           MOVE 0 TO MANIFEST-OUT-CSV-FIRST.
           COMPUTE MANIFEST-OUT-CSV-LINES =
               WS-CSV-LINE - WS-CSV-FIRST + 1.
           IF MANIFEST-OUT-CSV-LINES > 0 THEN
               MOVE WS-CSV-FIRST TO MANIFEST-OUT-CSV-FIRST
           END-IF.
           IF WS-VALID = 'N' THEN
               SET MANIFEST-OUT-REFUSED TO TRUE
           ELSE
               MOVE ACCOUNT-IN-PEOPLE-ID TO MANIFEST-OUT-PEOPLE-ID
               SET MANIFEST-OUT-READY TO TRUE
               IF WS-PEOPLE-FOUND = 'Y' THEN
                   MOVE PEOPLE-IN-NAME TO MANIFEST-OUT-NAME
                   IF EXPORT-IN-CHANNEL = 'C' THEN
                       MOVE PEOPLE-IN-STREET TO MANIFEST-OUT-STREET
                       MOVE PEOPLE-IN-NUMBER TO MANIFEST-OUT-NUMBER
                       MOVE PEOPLE-IN-NEIGHBORHOOD
                           TO MANIFEST-OUT-NEIGHBORHOOD
                       MOVE PEOPLE-IN-CITY TO MANIFEST-OUT-CITY
                       MOVE PEOPLE-IN-CEP TO MANIFEST-OUT-CEP
                       IF PEOPLE-IN-UNDELIVERABLE THEN
                           SET MANIFEST-OUT-HELD TO TRUE
                           DISPLAY 'EXPORTACAO RETIDA, ENDERECO NAO '
                               'ENTREGAVEL: ' EXPORT-IN-ACCOUNT-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.
           WRITE MANIFEST-OUT-FILE
           END-WRITE.
