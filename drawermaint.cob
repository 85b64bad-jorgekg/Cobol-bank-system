      ******************************************************************
      * Author:
      * Date:
      * Purpose:Movimentacao do caixa do operador
      *         (storage/drawer.data) pela fila de entrada, no dia de
      *         processamento: abertura com troco ('A'), suprimento
      *         vindo do cofre ('S'), recolhimento ao cofre ('R') e
      *         fechamento com a contagem declarada ('F').  Abertura
      *         e movimentos de cofre exigem a matricula de um
      *         supervisor diferente do caixa; o fechamento e
      *         declarado pelo proprio caixa
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWERMAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT DRAWER-IN ASSIGN TO 'input/drawer.data'.
             SELECT DRAWER-RW ASSIGN TO 'storage/drawer.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS DRAWER-RW-KEY
             FILE STATUS IS FS-DRAWER.

       DATA DIVISION.
           FILE SECTION.
           FD DRAWER-IN.
           01 DRAWER-IN-FILE.
               05 DRAWER-IN-MATRICULA PIC A(10).
               05 DRAWER-IN-CURRENCY PIC A(3).
               05 DRAWER-IN-ACTION PIC A(1).
               05 DRAWER-IN-AMOUNT PIC 9(10)V9(2).
               05 DRAWER-IN-SUPERVISOR PIC A(10).

           FD DRAWER-RW.
           01 DRAWER-RW-FILE.
               COPY DRAWERREC REPLACING ==:PFX:== BY ==DRAWER-RW==.

           WORKING-STORAGE SECTION.
           01 WS-DRAWER-IN.
               05 WS-DRAWER-IN-MATRICULA PIC A(10).
               05 WS-DRAWER-IN-CURRENCY PIC A(3).
               05 WS-DRAWER-IN-ACTION PIC A(1).
               05 WS-DRAWER-IN-AMOUNT PIC 9(10)V9(2).
               05 WS-DRAWER-IN-SUPERVISOR PIC A(10).
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20)
                   VALUE 'DRAWERMAINT'.
               05 WS-OPER-CHK-OK PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 FS-DRAWER PIC X(2).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT DRAWER-IN.
           OPEN I-O DRAWER-RW.
           IF FS-DRAWER = '35' THEN
               CLOSE DRAWER-RW
               OPEN OUTPUT DRAWER-RW
               CLOSE DRAWER-RW
               OPEN I-O DRAWER-RW
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAWER-IN INTO WS-DRAWER-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     MOVE 'Y' TO WS-VALID
                     IF WS-DRAWER-IN-CURRENCY = SPACES THEN
                         MOVE 'BRL' TO WS-DRAWER-IN-CURRENCY
                     END-IF
                     IF WS-DRAWER-IN-ACTION NOT = 'A' AND
                             WS-DRAWER-IN-ACTION NOT = 'S' AND
                             WS-DRAWER-IN-ACTION NOT = 'R' AND
                             WS-DRAWER-IN-ACTION NOT = 'F' THEN
                         MOVE 'N' TO WS-VALID
                         DISPLAY 'ACAO DE CAIXA INVALIDA: '
                             WS-DRAWER-IN-ACTION
                     END-IF
                     IF WS-VALID = 'Y' THEN
                         MOVE WS-DRAWER-IN-MATRICULA
                             TO WS-OPER-CHK-MATRICULA
                         MOVE 'T' TO WS-OPER-CHK-ROLE
                         CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                         END-CALL
                         IF WS-OPER-CHK-OK = 'N' THEN
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'CAIXA RECUSADO, MATRICULA '
                                 'INVALIDA: ' WS-DRAWER-IN-MATRICULA
                         END-IF
                     END-IF
      *              Dinheiro do cofre passa sempre por dupla
      *              conferencia
                     IF WS-VALID = 'Y' AND
                             WS-DRAWER-IN-ACTION NOT = 'F' THEN
                         IF WS-DRAWER-IN-SUPERVISOR =
                                 WS-DRAWER-IN-MATRICULA THEN
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'SUPERVISOR NAO PODE SER O '
                                 'PROPRIO CAIXA: '
                                 WS-DRAWER-IN-MATRICULA
                         ELSE
                             MOVE WS-DRAWER-IN-SUPERVISOR
                                 TO WS-OPER-CHK-MATRICULA
                             MOVE 'S' TO WS-OPER-CHK-ROLE
                             CALL 'BANK-OPERATOR-CHECK'
                                 USING WS-OPER-CHK
                             END-CALL
                             IF WS-OPER-CHK-OK = 'N' THEN
                                 MOVE 'N' TO WS-VALID
                                 DISPLAY 'CAIXA RECUSADO, SUPERVISOR '
                                     'SEM ALCADA: '
                                     WS-DRAWER-IN-SUPERVISOR
                             END-IF
                         END-IF
                     END-IF
                     IF WS-VALID = 'Y' THEN
                         PERFORM MOVIMENTA-CAIXA
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE DRAWER-IN.
           CLOSE DRAWER-RW.
           GOBACK.

       MOVIMENTA-CAIXA.
           MOVE WS-DRAWER-IN-MATRICULA TO DRAWER-RW-MATRICULA.
           MOVE WS-TODAY TO DRAWER-RW-DATE.
           MOVE WS-DRAWER-IN-CURRENCY TO DRAWER-RW-CURRENCY.
           IF WS-DRAWER-IN-ACTION = 'A' THEN
               MOVE WS-DRAWER-IN-AMOUNT TO DRAWER-RW-OPENING-FLOAT
               MOVE 0 TO DRAWER-RW-VAULT-IN
               MOVE 0 TO DRAWER-RW-VAULT-OUT
               MOVE 0 TO DRAWER-RW-DECLARED
               SET DRAWER-RW-OPEN TO TRUE
               MOVE WS-DRAWER-IN-SUPERVISOR TO DRAWER-RW-SUPERVISOR
               WRITE DRAWER-RW-FILE
                 INVALID KEY
                   DISPLAY 'CAIXA JA ABERTO NO DIA: '
                       WS-DRAWER-IN-MATRICULA ' '
                       WS-DRAWER-IN-CURRENCY
                 NOT INVALID KEY
                   DISPLAY 'CAIXA ABERTO: ' WS-DRAWER-IN-MATRICULA
                       ' TROCO ' WS-DRAWER-IN-AMOUNT ' '
                       WS-DRAWER-IN-CURRENCY
               END-WRITE
           ELSE
               READ DRAWER-RW
                 INVALID KEY
                   DISPLAY 'CAIXA NAO ABERTO NO DIA: '
                       WS-DRAWER-IN-MATRICULA ' '
                       WS-DRAWER-IN-CURRENCY
                 NOT INVALID KEY
                   IF NOT DRAWER-RW-OPEN THEN
                       DISPLAY 'CAIXA JA FECHADO: '
                           WS-DRAWER-IN-MATRICULA
                   ELSE
                   IF WS-DRAWER-IN-ACTION = 'S' THEN
                       ADD WS-DRAWER-IN-AMOUNT TO DRAWER-RW-VAULT-IN
                       MOVE WS-DRAWER-IN-SUPERVISOR
                           TO DRAWER-RW-SUPERVISOR
                       DISPLAY 'SUPRIMENTO DO COFRE: '
                           WS-DRAWER-IN-MATRICULA ' '
                           WS-DRAWER-IN-AMOUNT
                   ELSE
                   IF WS-DRAWER-IN-ACTION = 'R' THEN
                       ADD WS-DRAWER-IN-AMOUNT TO DRAWER-RW-VAULT-OUT
                       MOVE WS-DRAWER-IN-SUPERVISOR
                           TO DRAWER-RW-SUPERVISOR
                       DISPLAY 'RECOLHIMENTO AO COFRE: '
                           WS-DRAWER-IN-MATRICULA ' '
                           WS-DRAWER-IN-AMOUNT
                   ELSE
                       MOVE WS-DRAWER-IN-AMOUNT TO DRAWER-RW-DECLARED
                       SET DRAWER-RW-DECLARED-CLOSED TO TRUE
                       DISPLAY 'CAIXA FECHADO, CONTAGEM DECLARADA: '
                           WS-DRAWER-IN-MATRICULA ' '
                           WS-DRAWER-IN-AMOUNT
                   END-IF
                   END-IF
                   REWRITE DRAWER-RW-FILE
                   END-REWRITE
                   END-IF
               END-READ
           END-IF.
