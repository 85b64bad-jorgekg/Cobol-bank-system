      ******************************************************************
      * Author:
      * Date:
      * Purpose:Subprograma de carencia de favorecido novo nas
      *         transferencias 10 (conta do banco), 24 (outro banco) e
      *         31 (chave).  Procura o destino entre os favorecidos do
      *         titular e dos co-titulares ativos da conta de debito
      *         (storage/accountholder.data) em storage/payee.data; o
      *         destino ainda nao cadastrado (ou excluido) e incluido
      *         nesse momento para o titular, com evento 'FAV' de
      *         notificacao para o telefone do cliente.  Devolve 'Y'
      *         quando o favorecido foi incluido ha menos horas que a
      *         carencia e o total enviado a ele desde a inclusao,
      *         somado ao valor, passa do teto; a janela 2 do
      *         SISTEMBANK estaciona o movimento na fila de dupla
      *         autorizacao.  A transferencia liberada soma no total
      *         do favorecido; a que ja chega retida por outra critica
      *         nao soma.  Carencia e
      *         teto de storage/payeeparam.data, ou os padroes
      *         internos (24 horas, 1.000,00)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PAYEE-CHECK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PAYEE-PARAM ASSIGN TO 'storage/payeeparam.data'
              FILE STATUS IS FS-PARAM.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT HOLDER-IN ASSIGN TO 'storage/accountholder.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS HOLDER-IN-KEY
              ALTERNATE RECORD KEY IS HOLDER-IN-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS-HOLDER.
              SELECT PAYEE-RW ASSIGN TO 'storage/payee.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PAYEE-RW-KEY
              FILE STATUS IS FS-PAYEE.

       DATA DIVISION.
       FILE SECTION.
       FD PAYEE-PARAM.
       01 PAYEE-PARAM-FILE.
           05 PAYEE-PARAM-HOURS PIC 9(3).
           05 PAYEE-PARAM-CAP PIC 9(10)V9(2).

       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD HOLDER-IN.
       01 HOLDER-IN-FILE.
           COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-IN==.

       FD PAYEE-RW.
       01 PAYEE-RW-FILE.
           COPY PAYEEREC REPLACING ==:PFX:== BY ==PAYEE-RW==.

       WORKING-STORAGE SECTION.
       01 FS-PARAM PIC X(2).
       01 FS PIC X(2).
       01 FS-HOLDER PIC X(2).
       01 FS-PAYEE PIC X(2).
       01 WS-COOLING-HOURS PIC 9(3) VALUE 24.
       01 WS-COOLING-CAP PIC 9(10)V9(2) VALUE 1000.00.
       01 WS-PEOPLE-ID PIC 9(10).
       01 WS-NEW-PAYEE PIC A(1).
       01 WS-PAYEE-FOUND PIC A(1).
       01 WS-SCAN-DONE PIC A(1).
      *    Titular e co-titulares ativos da conta de debito
       01 WS-HOLD-MAX PIC 9(2) COMP VALUE 20.
       01 WS-HOLD-COUNT PIC 9(2) COMP VALUE 0.
       01 WS-HOLD-IDX PIC 9(2) COMP.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-PEOPLE-ID PIC 9(10) OCCURS 20 TIMES.
       01 WS-KEY-PEOPLE-ID PIC 9(10).
       01 WS-SENT-TOTAL PIC 9(11)V9(2).
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(6).
       01 WS-NOW-PARTS REDEFINES WS-NOW.
           05 WS-NOW-HH PIC 9(2).
           05 WS-NOW-MM PIC 9(2).
           05 WS-NOW-SS PIC 9(2).
       01 WS-ADDED PIC 9(6).
       01 WS-ADDED-PARTS REDEFINES WS-ADDED.
           05 WS-ADDED-HH PIC 9(2).
           05 WS-ADDED-MM PIC 9(2).
           05 WS-ADDED-SS PIC 9(2).
       01 WS-CLOCK PIC 9(8).
       01 WS-ELAPSED PIC S9(11).
       01 WS-NOTIFY-EV.
           05 WS-NOTIFY-EV-EVENT PIC A(3).
           05 WS-NOTIFY-EV-ACCOUNT-ID PIC 9(10).
           05 WS-NOTIFY-EV-PEOPLE-ID PIC 9(10).
           05 WS-NOTIFY-EV-VALUE PIC 9(10)V9(2).
           05 WS-NOTIFY-EV-BALANCE PIC S9(10)V9(2).
           05 WS-NOTIFY-EV-DATE PIC 9(8).

       LINKAGE SECTION.
       01 PAYEE-CHK.
           05 PAYEE-CHK-OPERATION-ID PIC 9(5).
           05 PAYEE-CHK-ACCOUNT-ID PIC 9(10).
           05 PAYEE-CHK-AMOUNT PIC 9(10)V9(2).
           05 PAYEE-CHK-DEST-BANK PIC 9(3).
           05 PAYEE-CHK-DEST-BRANCH PIC 9(4).
           05 PAYEE-CHK-DEST-ACCOUNT-ID PIC 9(10).
           05 PAYEE-CHK-ALIAS-KEY PIC X(11).
           05 PAYEE-CHK-SUBMIT-TIME PIC 9(6).
           05 PAYEE-CHK-OPERATOR PIC A(10).
      *    'Y' quando o movimento ja vai para a fila de aprovacao por
      *    outra critica: o favorecido novo e cadastrado, mas o valor
      *    nao soma no total da carencia
           05 PAYEE-CHK-ALREADY-HELD PIC A(1).
           05 PAYEE-CHK-HOLD PIC A(1).

       PROCEDURE DIVISION USING PAYEE-CHK.
           MOVE 'N' TO PAYEE-CHK-HOLD.
           OPEN INPUT PAYEE-PARAM.
           IF FS-PARAM = '00' THEN
               READ PAYEE-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF PAYEE-PARAM-HOURS IS NUMERIC THEN
                         MOVE PAYEE-PARAM-HOURS TO WS-COOLING-HOURS
                     END-IF
                     IF PAYEE-PARAM-CAP > 0 THEN
                         MOVE PAYEE-PARAM-CAP TO WS-COOLING-CAP
                     END-IF
               END-READ
               CLOSE PAYEE-PARAM
           END-IF.
           MOVE 0 TO WS-PEOPLE-ID.
           OPEN INPUT STATEMENT-OUT.
           IF FS = '00' THEN
               MOVE PAYEE-CHK-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE ACCOUNT-OUT-PEOPLE-ID TO WS-PEOPLE-ID
               END-READ
               CLOSE STATEMENT-OUT
           END-IF.
      *    Conta sem titular conhecido: a critica ja recusa o
      *    movimento, nada a cadastrar
           IF WS-PEOPLE-ID = 0 THEN
               GOBACK
           END-IF.
           PERFORM REUNE-TITULARES.
           OPEN I-O PAYEE-RW.
           IF FS-PAYEE = '35' THEN
               CLOSE PAYEE-RW
               OPEN OUTPUT PAYEE-RW
               CLOSE PAYEE-RW
               OPEN I-O PAYEE-RW
           END-IF.
           IF FS-PAYEE NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR FAVORECIDOS: ' FS-PAYEE
               GOBACK
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           IF PAYEE-CHK-SUBMIT-TIME > 0 THEN
               MOVE PAYEE-CHK-SUBMIT-TIME TO WS-NOW
           ELSE
               ACCEPT WS-CLOCK FROM TIME
               MOVE WS-CLOCK(1:6) TO WS-NOW
           END-IF.
      *    Favorecido ativo de qualquer titular da conta vale; sem
      *    ele o destino entra como favorecido do titular
           MOVE 'N' TO WS-PAYEE-FOUND.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                   OR WS-PAYEE-FOUND = 'Y'
               MOVE WS-HOLD-PEOPLE-ID(WS-HOLD-IDX) TO WS-KEY-PEOPLE-ID
               PERFORM MONTA-CHAVE
               READ PAYEE-RW
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF PAYEE-RW-ACTIVE THEN
                         MOVE 'Y' TO WS-PAYEE-FOUND
                     END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-NEW-PAYEE.
           IF WS-PAYEE-FOUND = 'N' THEN
               MOVE 'Y' TO WS-NEW-PAYEE
               MOVE WS-PEOPLE-ID TO WS-KEY-PEOPLE-ID
               PERFORM MONTA-CHAVE
               READ PAYEE-RW
                   INVALID KEY
                     PERFORM MONTA-CHAVE
                     PERFORM INCLUI-FAVORECIDO
                     WRITE PAYEE-RW-FILE
                     END-WRITE
                   NOT INVALID KEY
                     PERFORM INCLUI-FAVORECIDO
                     REWRITE PAYEE-RW-FILE
                     END-REWRITE
               END-READ
           END-IF.
           IF WS-NEW-PAYEE = 'Y' THEN
               MOVE 'FAV' TO WS-NOTIFY-EV-EVENT
               MOVE PAYEE-CHK-ACCOUNT-ID TO WS-NOTIFY-EV-ACCOUNT-ID
               MOVE WS-PEOPLE-ID TO WS-NOTIFY-EV-PEOPLE-ID
               MOVE PAYEE-CHK-AMOUNT TO WS-NOTIFY-EV-VALUE
               MOVE 0 TO WS-NOTIFY-EV-BALANCE
               MOVE WS-TODAY TO WS-NOTIFY-EV-DATE
               CALL 'BANK-NOTIFY' USING WS-NOTIFY-EV
               END-CALL
               DISPLAY 'FAVORECIDO NOVO INCLUIDO: ' WS-PEOPLE-ID ' '
                   PAYEE-RW-TYPE
           END-IF.
      *    Segundos desde a inclusao, contra a carencia em horas
           MOVE PAYEE-RW-ADDED-TIME TO WS-ADDED.
           COMPUTE WS-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) -
               FUNCTION INTEGER-OF-DATE(PAYEE-RW-ADDED-DATE)) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS
               - WS-ADDED-HH * 3600 - WS-ADDED-MM * 60 - WS-ADDED-SS.
      *    Na carencia vale o total enviado ao favorecido: varias
      *    transferencias abaixo do teto somam ate ele
           IF WS-ELAPSED < WS-COOLING-HOURS * 3600 THEN
               COMPUTE WS-SENT-TOTAL =
                   PAYEE-RW-COOLING-TOTAL + PAYEE-CHK-AMOUNT
               IF WS-SENT-TOTAL > WS-COOLING-CAP THEN
                   MOVE 'Y' TO PAYEE-CHK-HOLD
                   DISPLAY 'FAVORECIDO EM CARENCIA, TOTAL ACIMA DO '
                       'TETO: ' PAYEE-CHK-ACCOUNT-ID ' ' WS-SENT-TOTAL
               ELSE
               IF PAYEE-CHK-ALREADY-HELD NOT = 'Y' THEN
                   MOVE WS-SENT-TOTAL TO PAYEE-RW-COOLING-TOTAL
                   REWRITE PAYEE-RW-FILE
                   END-REWRITE
               END-IF
               END-IF
           END-IF.
           CLOSE PAYEE-RW.
           GOBACK.

      *    Titular da conta mais os vinculos ativos de titular e
      *    co-titular; procurador nao tem favorecidos proprios aqui
       REUNE-TITULARES.
           MOVE 1 TO WS-HOLD-COUNT.
           MOVE WS-PEOPLE-ID TO WS-HOLD-PEOPLE-ID(1).
           OPEN INPUT HOLDER-IN.
           IF FS-HOLDER = '00' THEN
               MOVE PAYEE-CHK-ACCOUNT-ID TO HOLDER-IN-ACCOUNT-ID
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
                                 PAYEE-CHK-ACCOUNT-ID THEN
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF HOLDER-IN-ACTIVE AND
                                 (HOLDER-IN-PRIMARY OR
                                  HOLDER-IN-JOINT) AND
                                 HOLDER-IN-PEOPLE-ID NOT =
                                     WS-PEOPLE-ID AND
                                 WS-HOLD-COUNT < WS-HOLD-MAX THEN
                             ADD 1 TO WS-HOLD-COUNT
                             MOVE HOLDER-IN-PEOPLE-ID TO
                                 WS-HOLD-PEOPLE-ID(WS-HOLD-COUNT)
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDER-IN
           END-IF.

      *    Chave do favorecido para WS-KEY-PEOPLE-ID: so os campos do
      *    tipo de destino
       MONTA-CHAVE.
           INITIALIZE PAYEE-RW-FILE.
           MOVE WS-KEY-PEOPLE-ID TO PAYEE-RW-PEOPLE-ID.
           IF PAYEE-CHK-OPERATION-ID = 24 THEN
               SET PAYEE-RW-TYPE-INTERBANK TO TRUE
               MOVE PAYEE-CHK-DEST-BANK TO PAYEE-RW-DEST-BANK
               MOVE PAYEE-CHK-DEST-BRANCH TO PAYEE-RW-DEST-BRANCH
               MOVE PAYEE-CHK-DEST-ACCOUNT-ID
                   TO PAYEE-RW-DEST-ACCOUNT-ID
           ELSE
           IF PAYEE-CHK-OPERATION-ID = 31 THEN
               SET PAYEE-RW-TYPE-ALIAS TO TRUE
               MOVE PAYEE-CHK-ALIAS-KEY TO PAYEE-RW-ALIAS-KEY
           ELSE
               SET PAYEE-RW-TYPE-ACCOUNT TO TRUE
               MOVE PAYEE-CHK-DEST-ACCOUNT-ID
                   TO PAYEE-RW-DEST-ACCOUNT-ID
           END-IF
           END-IF.

       INCLUI-FAVORECIDO.
           MOVE WS-TODAY TO PAYEE-RW-ADDED-DATE.
           MOVE WS-NOW TO PAYEE-RW-ADDED-TIME.
           SET PAYEE-RW-SOURCE-TRANSFER TO TRUE.
           MOVE PAYEE-CHK-OPERATOR TO PAYEE-RW-ADDED-BY.
           SET PAYEE-RW-ACTIVE TO TRUE.
           MOVE 0 TO PAYEE-RW-REMOVE-DATE.
           MOVE 0 TO PAYEE-RW-COOLING-TOTAL.
