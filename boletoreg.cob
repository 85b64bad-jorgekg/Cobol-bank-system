      ******************************************************************
      * Author:
      * Date:
      * Purpose:Registro e baixa de boletos emitidos pelo banco em
      *         nome de clientes beneficiarios, pela fila de entrada
      *         (input/boleto.data).  No registro ('R') a conta do
      *         beneficiario tem de ser corrente, aberta e em reais; o
      *         boleto recebe o nosso numero (data de processamento +
      *         sequencia do dia), o codigo de barras de 44 posicoes
      *         (banco, moeda, digito verificador modulo 11, fator de
      *         vencimento, valor e campo livre com conta e nosso
      *         numero) e fica em storage/boleto.data.  Na baixa ('C')
      *         o boleto ainda em aberto do proprio beneficiario passa
      *         a cancelado.  Registros e baixas aceitos sao acrescidos
      *         a remessa para a rede de compensacao em
      *         output/boletoregister.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETOREG.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT BOLETO-IN ASSIGN TO 'input/boleto.data'.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS.
             SELECT BOLETO-RW ASSIGN TO 'storage/boleto.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS BOLETO-RW-ID
             ALTERNATE RECORD KEY IS BOLETO-RW-ACCOUNT-ID
                 WITH DUPLICATES
             FILE STATUS IS FS-BOLETO.
             SELECT REGISTER-OUT ASSIGN TO
                 'output/boletoregister.data'
             FILE STATUS IS FS-REGISTER.

       DATA DIVISION.
           FILE SECTION.
           FD BOLETO-IN.
           01 BOLETO-IN-FILE.
               05 BOLETO-IN-ACTION PIC A(1).
               05 BOLETO-IN-ID PIC 9(14).
               05 BOLETO-IN-ACCOUNT-ID PIC 9(10).
               05 BOLETO-IN-PAYER-NAME PIC A(40).
               05 BOLETO-IN-PAYER-DOC PIC X(14).
               05 BOLETO-IN-AMOUNT PIC 9(10)V9(2).
               05 BOLETO-IN-DUE-DATE PIC 9(8).
               05 BOLETO-IN-LATE-FEE-PCT PIC 9(3)V9(2).
               05 BOLETO-IN-DAILY-INTEREST-PCT PIC 9(3)V9(4).

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           FD BOLETO-RW.
           01 BOLETO-RW-FILE.
               COPY BOLETOREC REPLACING ==:PFX:== BY ==BOLETO-RW==.

           FD REGISTER-OUT.
           01 REGISTER-OUT-FILE.
               05 REGISTER-OUT-ACTION PIC A(1).
                   88 REGISTER-OUT-REGISTRATION VALUE 'R'.
                   88 REGISTER-OUT-WRITE-OFF VALUE 'B'.
               05 REGISTER-OUT-ID PIC 9(14).
               05 REGISTER-OUT-BARCODE PIC X(44).
               05 REGISTER-OUT-ACCOUNT-ID PIC 9(10).
               05 REGISTER-OUT-PAYER-NAME PIC A(40).
               05 REGISTER-OUT-PAYER-DOC PIC X(14).
               05 REGISTER-OUT-AMOUNT PIC 9(10)V9(2).
               05 REGISTER-OUT-DUE-DATE PIC 9(8).
               05 REGISTER-OUT-LATE-FEE-PCT PIC 9(3)V9(2).
               05 REGISTER-OUT-DAILY-INTEREST-PCT PIC 9(3)V9(4).
               05 REGISTER-OUT-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-BOLETO-IN.
               05 WS-BOLETO-IN-ACTION PIC A(1).
               05 WS-BOLETO-IN-ID PIC 9(14).
               05 WS-BOLETO-IN-ACCOUNT-ID PIC 9(10).
               05 WS-BOLETO-IN-PAYER-NAME PIC A(40).
               05 WS-BOLETO-IN-PAYER-DOC PIC X(14).
               05 WS-BOLETO-IN-AMOUNT PIC 9(10)V9(2).
               05 WS-BOLETO-IN-DUE-DATE PIC 9(8).
               05 WS-BOLETO-IN-LATE-FEE-PCT PIC 9(3)V9(2).
               05 WS-BOLETO-IN-DAILY-INTEREST-PCT PIC 9(3)V9(4).
      *    Codigo de barras no padrao da compensacao: banco, moeda,
      *    digito verificador geral, fator de vencimento, valor e
      *    campo livre do banco (conta do beneficiario, nosso numero
      *    e um digito fixo)
           01 WS-BARCODE.
               05 WS-BC-BANK PIC 9(3).
               05 WS-BC-CURRENCY PIC 9(1).
               05 WS-BC-DV PIC 9(1).
               05 WS-BC-FACTOR PIC 9(4).
               05 WS-BC-VALUE PIC 9(8)V9(2).
               05 WS-BC-FREE-ACCOUNT PIC 9(10).
               05 WS-BC-FREE-ID PIC 9(14).
               05 WS-BC-FREE-FIXED PIC 9(1).
           01 WS-BARCODE-DIGITS REDEFINES WS-BARCODE.
               05 WS-BC-DIGIT PIC 9(1) OCCURS 44 TIMES.
           01 WS-BOLETO-BANK PIC 9(3) VALUE 999.
           01 WS-BC-IDX PIC S9(3) COMP.
           01 WS-DV-WEIGHT PIC 9(2).
           01 WS-DV-SUM PIC 9(5).
           01 WS-DV-QUOT PIC 9(5).
           01 WS-DV-REST PIC 9(2).
           01 WS-DV-CALC PIC 9(2).
      *    Fator de vencimento: dias desde 07/10/1997, recomecando em
      *    1000 depois de esgotar as quatro posicoes
           01 WS-FACTOR-BASE PIC 9(8) VALUE 19971007.
           01 WS-FACTOR-DAYS PIC 9(7).
           01 WS-FACTOR-QUOT PIC 9(7).
           01 WS-FACTOR-REST PIC 9(4).
           01 WS-NEXT-ID PIC 9(14).
           01 WS-ID-DAY PIC 9(8).
           01 WS-SCAN-DONE PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 FS PIC X(2).
           01 FS-BOLETO PIC X(2).
           01 FS-REGISTER PIC X(2).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT BOLETO-IN.
           OPEN INPUT STATEMENT-OUT.
           OPEN I-O BOLETO-RW.
           IF FS-BOLETO = '35' THEN
               CLOSE BOLETO-RW
               OPEN OUTPUT BOLETO-RW
               CLOSE BOLETO-RW
               OPEN I-O BOLETO-RW
           END-IF.
           IF FS NOT = '00' OR FS-BOLETO NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR CONTAS OU BOLETOS: '
                   FS ' ' FS-BOLETO
           ELSE
           PERFORM ULTIMO-NOSSO-NUMERO
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOLETO-IN INTO WS-BOLETO-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF WS-BOLETO-IN-ACTION = 'R' THEN
                         PERFORM REGISTRA-BOLETO
                     ELSE
                     IF WS-BOLETO-IN-ACTION = 'C' THEN
                         PERFORM BAIXA-BOLETO
                     ELSE
                         DISPLAY 'ACAO DE BOLETO INVALIDA: '
                             WS-BOLETO-IN-ACTION
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
           END-IF.
           CLOSE BOLETO-IN.
           CLOSE STATEMENT-OUT.
           CLOSE BOLETO-RW.
           GOBACK.

      *    Nosso numero continua a sequencia do dia ja registrada
       ULTIMO-NOSSO-NUMERO.
           COMPUTE WS-NEXT-ID = WS-TODAY * 1000000.
           MOVE WS-NEXT-ID TO BOLETO-RW-ID.
           START BOLETO-RW
               KEY IS NOT LESS THAN BOLETO-RW-ID
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ BOLETO-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     COMPUTE WS-ID-DAY = BOLETO-RW-ID / 1000000
                     IF WS-ID-DAY NOT = WS-TODAY THEN
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                         MOVE BOLETO-RW-ID TO WS-NEXT-ID
                     END-IF
               END-READ
           END-PERFORM.

       REGISTRA-BOLETO.
           MOVE 'Y' TO WS-VALID.
           IF WS-BOLETO-IN-AMOUNT NOT NUMERIC OR
                   WS-BOLETO-IN-AMOUNT = 0 OR
                   WS-BOLETO-IN-AMOUNT > 99999999.99 THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'VALOR DE BOLETO INVALIDO: '
                   WS-BOLETO-IN-ACCOUNT-ID
           END-IF.
           IF WS-VALID = 'Y' THEN
               IF WS-BOLETO-IN-DUE-DATE NOT NUMERIC OR
                       WS-BOLETO-IN-DUE-DATE < WS-TODAY THEN
                   MOVE 'N' TO WS-VALID
                   DISPLAY 'VENCIMENTO DE BOLETO INVALIDO: '
                       WS-BOLETO-IN-DUE-DATE
               END-IF
           END-IF.
           IF WS-VALID = 'Y' THEN
               IF WS-BOLETO-IN-PAYER-NAME = SPACES OR
                       WS-BOLETO-IN-PAYER-DOC = SPACES THEN
                   MOVE 'N' TO WS-VALID
                   DISPLAY 'BOLETO SEM NOME OU DOCUMENTO DO PAGADOR: '
                       WS-BOLETO-IN-ACCOUNT-ID
               END-IF
           END-IF.
           IF WS-VALID = 'Y' THEN
               IF WS-BOLETO-IN-LATE-FEE-PCT NOT NUMERIC THEN
                   MOVE 0 TO WS-BOLETO-IN-LATE-FEE-PCT
               END-IF
               IF WS-BOLETO-IN-DAILY-INTEREST-PCT NOT NUMERIC THEN
                   MOVE 0 TO WS-BOLETO-IN-DAILY-INTEREST-PCT
               END-IF
               MOVE WS-BOLETO-IN-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                 INVALID KEY
                   MOVE 'N' TO WS-VALID
                   DISPLAY 'CONTA DO BENEFICIARIO NAO ENCONTRADA: '
                       WS-BOLETO-IN-ACCOUNT-ID
                 NOT INVALID KEY
                   IF NOT ACCOUNT-OUT-OPEN OR
                           NOT ACCOUNT-OUT-CHECKING OR
                           ACCOUNT-OUT-CURRENCY NOT = 'BRL' THEN
                       MOVE 'N' TO WS-VALID
                       DISPLAY 'CONTA NAO PODE EMITIR BOLETO: '
                           WS-BOLETO-IN-ACCOUNT-ID
                   END-IF
               END-READ
           END-IF.
           IF WS-VALID = 'Y' THEN
               ADD 1 TO WS-NEXT-ID
               PERFORM MONTA-CODIGO-BARRAS
               MOVE WS-NEXT-ID TO BOLETO-RW-ID
               MOVE WS-BOLETO-IN-ACCOUNT-ID TO BOLETO-RW-ACCOUNT-ID
               MOVE WS-BOLETO-IN-PAYER-NAME TO BOLETO-RW-PAYER-NAME
               MOVE WS-BOLETO-IN-PAYER-DOC TO BOLETO-RW-PAYER-DOC
               MOVE WS-BOLETO-IN-AMOUNT TO BOLETO-RW-AMOUNT
               MOVE WS-TODAY TO BOLETO-RW-ISSUE-DATE
               MOVE WS-BOLETO-IN-DUE-DATE TO BOLETO-RW-DUE-DATE
               MOVE WS-BOLETO-IN-LATE-FEE-PCT
                   TO BOLETO-RW-LATE-FEE-PCT
               MOVE WS-BOLETO-IN-DAILY-INTEREST-PCT
                   TO BOLETO-RW-DAILY-INTEREST-PCT
               MOVE WS-BARCODE TO BOLETO-RW-BARCODE
               SET BOLETO-RW-REGISTERED TO TRUE
               MOVE 0 TO BOLETO-RW-PAID-DATE
               MOVE 0 TO BOLETO-RW-PAID-AMOUNT
               MOVE 0 TO BOLETO-RW-LATE-CHARGES
               MOVE 0 TO BOLETO-RW-FEE
               MOVE 0 TO BOLETO-RW-CREDIT-TXN-ID
               MOVE 0 TO BOLETO-RW-CANCEL-DATE
               WRITE BOLETO-RW-FILE
                 INVALID KEY
                   DISPLAY 'NOSSO NUMERO JA EXISTE: ' WS-NEXT-ID
                 NOT INVALID KEY
                   SET REGISTER-OUT-REGISTRATION TO TRUE
                   PERFORM GRAVA-REMESSA
                   DISPLAY 'BOLETO REGISTRADO: ' BOLETO-RW-ID
                       ' CONTA ' BOLETO-RW-ACCOUNT-ID ' VALOR '
                       BOLETO-RW-AMOUNT ' VENCIMENTO '
                       BOLETO-RW-DUE-DATE
               END-WRITE
           END-IF.

      *    Baixa so do boleto em aberto e a pedido do proprio
      *    beneficiario
       BAIXA-BOLETO.
           MOVE WS-BOLETO-IN-ID TO BOLETO-RW-ID.
           READ BOLETO-RW
             INVALID KEY
               DISPLAY 'BOLETO NAO ENCONTRADO: ' WS-BOLETO-IN-ID
             NOT INVALID KEY
               IF BOLETO-RW-ACCOUNT-ID NOT =
                       WS-BOLETO-IN-ACCOUNT-ID THEN
                   DISPLAY 'BOLETO DE OUTRO BENEFICIARIO: '
                       WS-BOLETO-IN-ID
               ELSE
               IF NOT BOLETO-RW-REGISTERED THEN
                   DISPLAY 'BOLETO NAO ESTA EM ABERTO: '
                       WS-BOLETO-IN-ID ' ' BOLETO-RW-STATUS
               ELSE
                   SET BOLETO-RW-CANCELLED TO TRUE
                   MOVE WS-TODAY TO BOLETO-RW-CANCEL-DATE
                   REWRITE BOLETO-RW-FILE
                   END-REWRITE
                   SET REGISTER-OUT-WRITE-OFF TO TRUE
                   PERFORM GRAVA-REMESSA
                   DISPLAY 'BOLETO BAIXADO: ' WS-BOLETO-IN-ID
               END-IF
               END-IF
           END-READ.

       MONTA-CODIGO-BARRAS.
           MOVE WS-BOLETO-BANK TO WS-BC-BANK.
           MOVE 9 TO WS-BC-CURRENCY.
           MOVE 0 TO WS-BC-DV.
           COMPUTE WS-FACTOR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BOLETO-IN-DUE-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-FACTOR-BASE).
           IF WS-FACTOR-DAYS > 9999 THEN
               SUBTRACT 10000 FROM WS-FACTOR-DAYS
               DIVIDE WS-FACTOR-DAYS BY 9000 GIVING WS-FACTOR-QUOT
                   REMAINDER WS-FACTOR-REST
               COMPUTE WS-BC-FACTOR = WS-FACTOR-REST + 1000
           ELSE
               MOVE WS-FACTOR-DAYS TO WS-BC-FACTOR
           END-IF.
           MOVE WS-BOLETO-IN-AMOUNT TO WS-BC-VALUE.
           MOVE WS-BOLETO-IN-ACCOUNT-ID TO WS-BC-FREE-ACCOUNT.
           MOVE WS-NEXT-ID TO WS-BC-FREE-ID.
           MOVE 0 TO WS-BC-FREE-FIXED.
      *    Digito geral: modulo 11 com pesos 2 a 9 da direita para a
      *    esquerda, pulando a propria posicao; resto que daria 0, 10
      *    ou 11 vira 1
           MOVE 0 TO WS-DV-SUM.
           MOVE 2 TO WS-DV-WEIGHT.
           PERFORM VARYING WS-BC-IDX FROM 44 BY -1
                   UNTIL WS-BC-IDX < 1
               IF WS-BC-IDX NOT = 5 THEN
                   COMPUTE WS-DV-SUM = WS-DV-SUM +
                       WS-BC-DIGIT(WS-BC-IDX) * WS-DV-WEIGHT
                   ADD 1 TO WS-DV-WEIGHT
                   IF WS-DV-WEIGHT > 9 THEN
                       MOVE 2 TO WS-DV-WEIGHT
                   END-IF
               END-IF
           END-PERFORM.
           DIVIDE WS-DV-SUM BY 11 GIVING WS-DV-QUOT
               REMAINDER WS-DV-REST.
           COMPUTE WS-DV-CALC = 11 - WS-DV-REST.
           IF WS-DV-CALC = 0 OR WS-DV-CALC = 10 OR
                   WS-DV-CALC = 11 THEN
               MOVE 1 TO WS-DV-CALC
           END-IF.
           MOVE WS-DV-CALC TO WS-BC-DV.

       GRAVA-REMESSA.
           MOVE BOLETO-RW-ID TO REGISTER-OUT-ID.
           MOVE BOLETO-RW-BARCODE TO REGISTER-OUT-BARCODE.
           MOVE BOLETO-RW-ACCOUNT-ID TO REGISTER-OUT-ACCOUNT-ID.
           MOVE BOLETO-RW-PAYER-NAME TO REGISTER-OUT-PAYER-NAME.
           MOVE BOLETO-RW-PAYER-DOC TO REGISTER-OUT-PAYER-DOC.
           MOVE BOLETO-RW-AMOUNT TO REGISTER-OUT-AMOUNT.
           MOVE BOLETO-RW-DUE-DATE TO REGISTER-OUT-DUE-DATE.
           MOVE BOLETO-RW-LATE-FEE-PCT TO REGISTER-OUT-LATE-FEE-PCT.
           MOVE BOLETO-RW-DAILY-INTEREST-PCT
               TO REGISTER-OUT-DAILY-INTEREST-PCT.
           MOVE WS-TODAY TO REGISTER-OUT-DATE.
           OPEN EXTEND REGISTER-OUT.
           IF FS-REGISTER = '35' THEN
               OPEN OUTPUT REGISTER-OUT
           END-IF.
           WRITE REGISTER-OUT-FILE
           END-WRITE.
           CLOSE REGISTER-OUT.
