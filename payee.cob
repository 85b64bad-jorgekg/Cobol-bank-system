      ******************************************************************
      * Author:
      * Date:
      * Purpose:Cadastro de favorecidos do cliente (storage/payee.data)
      *         pela fila de entrada: inclusao ('I') e exclusao ('E')
      *         de conta do banco ('C'), banco/agencia/conta de outro
      *         banco ('I') ou chave de transferencia ('K').  A posse e
      *         conferida contra o token de sessao vigente em
      *         storage/session.data, como no diretorio de chaves.  A
      *         inclusao, ou reinclusao de favorecido excluido, abre a
      *         carencia de BANK-PAYEE-CHECK e gera o evento 'FAV' de
      *         notificacao para o telefone do cliente
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT PAYEE-IN ASSIGN TO 'input/payee.data'.
             SELECT PAYEE-RW ASSIGN TO 'storage/payee.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PAYEE-RW-KEY
             FILE STATUS IS FS-PAYEE.
             SELECT SESSION-RW ASSIGN TO 'storage/session.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS SESSION-RW-PEOPLE-ID
             FILE STATUS IS FS-SESSION.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS-ACCOUNT.

       DATA DIVISION.
           FILE SECTION.
           FD PAYEE-IN.
           01 PAYEE-IN-FILE.
               05 PAYEE-IN-PEOPLE-ID PIC 9(10).
               05 PAYEE-IN-TOKEN PIC A(10).
               05 PAYEE-IN-ACTION PIC A(1).
               05 PAYEE-IN-TYPE PIC A(1).
               05 PAYEE-IN-DEST-BANK PIC 9(3).
               05 PAYEE-IN-DEST-BRANCH PIC 9(4).
               05 PAYEE-IN-DEST-ACCOUNT-ID PIC 9(10).
               05 PAYEE-IN-ALIAS-KEY PIC X(11).

           FD PAYEE-RW.
           01 PAYEE-RW-FILE.
               COPY PAYEEREC REPLACING ==:PFX:== BY ==PAYEE-RW==.

           FD SESSION-RW.
           01 SESSION-RW-FILE.
               COPY SESSIONREC REPLACING ==:PFX:== BY ==SESSION-RW==.

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           WORKING-STORAGE SECTION.
           01 WS-PAYEE-IN.
               05 WS-PAYEE-IN-PEOPLE-ID PIC 9(10).
               05 WS-PAYEE-IN-TOKEN PIC A(10).
               05 WS-PAYEE-IN-ACTION PIC A(1).
               05 WS-PAYEE-IN-TYPE PIC A(1).
               05 WS-PAYEE-IN-DEST-BANK PIC 9(3).
               05 WS-PAYEE-IN-DEST-BRANCH PIC 9(4).
               05 WS-PAYEE-IN-DEST-ACCOUNT-ID PIC 9(10).
               05 WS-PAYEE-IN-ALIAS-KEY PIC X(11).
           01 WS-EOF PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 WS-CLOCK PIC 9(8).
           01 FS-PAYEE PIC X(2).
           01 FS-SESSION PIC X(2).
           01 FS-ACCOUNT PIC X(2).
           01 WS-NOTIFY-EV.
               05 WS-NOTIFY-EV-EVENT PIC A(3).
               05 WS-NOTIFY-EV-ACCOUNT-ID PIC 9(10).
               05 WS-NOTIFY-EV-PEOPLE-ID PIC 9(10).
               05 WS-NOTIFY-EV-VALUE PIC 9(10)V9(2).
               05 WS-NOTIFY-EV-BALANCE PIC S9(10)V9(2).
               05 WS-NOTIFY-EV-DATE PIC 9(8).

       PROCEDURE DIVISION.
           OPEN INPUT PAYEE-IN.
           OPEN INPUT SESSION-RW.
           OPEN INPUT STATEMENT-OUT.
           OPEN I-O PAYEE-RW.
           IF FS-PAYEE = '35' THEN
               CLOSE PAYEE-RW
               OPEN OUTPUT PAYEE-RW
               CLOSE PAYEE-RW
               OPEN I-O PAYEE-RW
           END-IF.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYEE-IN INTO WS-PAYEE-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     MOVE 'Y' TO WS-VALID
      *              Posse: token de sessao vigente do cliente
                     IF FS-SESSION NOT = '00' THEN
                         MOVE 'N' TO WS-VALID
                         DISPLAY 'SEM ARQUIVO DE SESSAO'
                     ELSE
                         MOVE WS-PAYEE-IN-PEOPLE-ID
                             TO SESSION-RW-PEOPLE-ID
                         READ SESSION-RW
                           INVALID KEY
                             MOVE 'N' TO WS-VALID
                             DISPLAY 'SEM SESSAO PARA O CLIENTE: '
                                 WS-PAYEE-IN-PEOPLE-ID
                           NOT INVALID KEY
                             IF SESSION-RW-TOKEN NOT =
                                     WS-PAYEE-IN-TOKEN OR
                                     SESSION-RW-EXPIRES-DATE <
                                     WS-TODAY THEN
                                 MOVE 'N' TO WS-VALID
                                 DISPLAY 'SESSAO INVALIDA OU '
                                     'EXPIRADA: '
                                     WS-PAYEE-IN-PEOPLE-ID
                             END-IF
                         END-READ
                     END-IF
                     IF WS-VALID = 'Y' THEN
                         PERFORM MONTA-CHAVE
                     END-IF
                     IF WS-VALID = 'Y' AND
                             WS-PAYEE-IN-ACTION = 'E' THEN
                         READ PAYEE-RW
                           INVALID KEY
                             DISPLAY 'FAVORECIDO NAO ENCONTRADO: '
                                 WS-PAYEE-IN-PEOPLE-ID
                           NOT INVALID KEY
                             SET PAYEE-RW-REMOVED TO TRUE
                             MOVE WS-TODAY TO PAYEE-RW-REMOVE-DATE
                             REWRITE PAYEE-RW-FILE
                             END-REWRITE
                             DISPLAY 'FAVORECIDO EXCLUIDO: '
                                 WS-PAYEE-IN-PEOPLE-ID ' '
                                 PAYEE-RW-TYPE
                         END-READ
                     ELSE
                     IF WS-VALID = 'Y' AND
                             WS-PAYEE-IN-ACTION = 'I' THEN
                         PERFORM INCLUI-FAVORECIDO
                     ELSE
                     IF WS-VALID = 'Y' THEN
                         DISPLAY 'ACAO DE FAVORECIDO INVALIDA: '
                             WS-PAYEE-IN-ACTION
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYEE-IN.
           IF FS-SESSION = '00' THEN
               CLOSE SESSION-RW
           END-IF.
           CLOSE STATEMENT-OUT.
           CLOSE PAYEE-RW.
           GOBACK.

      *    Chave do favorecido: so os campos do tipo de destino
       MONTA-CHAVE.
           INITIALIZE PAYEE-RW-FILE.
           MOVE WS-PAYEE-IN-PEOPLE-ID TO PAYEE-RW-PEOPLE-ID.
           MOVE WS-PAYEE-IN-TYPE TO PAYEE-RW-TYPE.
           IF PAYEE-RW-TYPE-ACCOUNT THEN
               MOVE WS-PAYEE-IN-DEST-ACCOUNT-ID
                   TO PAYEE-RW-DEST-ACCOUNT-ID
           ELSE
           IF PAYEE-RW-TYPE-INTERBANK THEN
               MOVE WS-PAYEE-IN-DEST-BANK TO PAYEE-RW-DEST-BANK
               MOVE WS-PAYEE-IN-DEST-BRANCH TO PAYEE-RW-DEST-BRANCH
               MOVE WS-PAYEE-IN-DEST-ACCOUNT-ID
                   TO PAYEE-RW-DEST-ACCOUNT-ID
           ELSE
           IF PAYEE-RW-TYPE-ALIAS THEN
               MOVE WS-PAYEE-IN-ALIAS-KEY TO PAYEE-RW-ALIAS-KEY
           ELSE
               MOVE 'N' TO WS-VALID
               DISPLAY 'TIPO DE FAVORECIDO INVALIDO: '
                   WS-PAYEE-IN-TYPE
           END-IF
           END-IF
           END-IF.
           IF WS-VALID = 'Y' AND
                   ((NOT PAYEE-RW-TYPE-ALIAS AND
                   PAYEE-RW-DEST-ACCOUNT-ID = 0) OR
                   (PAYEE-RW-TYPE-ALIAS AND
                   PAYEE-RW-ALIAS-KEY = SPACES)) THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'FAVORECIDO SEM DESTINO: '
                   WS-PAYEE-IN-PEOPLE-ID
           END-IF.
           IF WS-VALID = 'Y' AND PAYEE-RW-TYPE-ACCOUNT AND
                   WS-PAYEE-IN-ACTION = 'I' THEN
               MOVE PAYEE-RW-DEST-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CONTA DO FAVORECIDO NAO ENCONTRADA: '
                         PAYEE-RW-DEST-ACCOUNT-ID
               END-READ
           END-IF.

      *    Favorecido ja ativo fica como esta, sem reabrir carencia
       INCLUI-FAVORECIDO.
           READ PAYEE-RW
               INVALID KEY
                 PERFORM PREENCHE-FAVORECIDO
                 WRITE PAYEE-RW-FILE
                 END-WRITE
                 PERFORM NOTIFICA-INCLUSAO
               NOT INVALID KEY
                 IF PAYEE-RW-REMOVED THEN
                     PERFORM PREENCHE-FAVORECIDO
                     REWRITE PAYEE-RW-FILE
                     END-REWRITE
                     PERFORM NOTIFICA-INCLUSAO
                 ELSE
                     DISPLAY 'FAVORECIDO JA CADASTRADO: '
                         WS-PAYEE-IN-PEOPLE-ID ' ' PAYEE-RW-TYPE
                 END-IF
           END-READ.

       PREENCHE-FAVORECIDO.
           ACCEPT WS-CLOCK FROM TIME.
           MOVE WS-TODAY TO PAYEE-RW-ADDED-DATE.
           MOVE WS-CLOCK(1:6) TO PAYEE-RW-ADDED-TIME.
           SET PAYEE-RW-SOURCE-MAINT TO TRUE.
           MOVE SPACES TO PAYEE-RW-ADDED-BY.
           SET PAYEE-RW-ACTIVE TO TRUE.
           MOVE 0 TO PAYEE-RW-REMOVE-DATE.
           MOVE 0 TO PAYEE-RW-COOLING-TOTAL.

       NOTIFICA-INCLUSAO.
           MOVE 'FAV' TO WS-NOTIFY-EV-EVENT.
           MOVE 0 TO WS-NOTIFY-EV-ACCOUNT-ID.
           MOVE WS-PAYEE-IN-PEOPLE-ID TO WS-NOTIFY-EV-PEOPLE-ID.
           MOVE 0 TO WS-NOTIFY-EV-VALUE.
           MOVE 0 TO WS-NOTIFY-EV-BALANCE.
           MOVE WS-TODAY TO WS-NOTIFY-EV-DATE.
           CALL 'BANK-NOTIFY' USING WS-NOTIFY-EV
           END-CALL.
           DISPLAY 'FAVORECIDO INCLUIDO: ' WS-PAYEE-IN-PEOPLE-ID ' '
               PAYEE-RW-TYPE ' CARENCIA A PARTIR DE '
               PAYEE-RW-ADDED-DATE.
