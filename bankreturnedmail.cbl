      ******************************************************************
      * Author:
      * Date:
      * Purpose:Devolucoes do correio: cada objeto devolvido de
      *         input/returnedmail.data marca o endereco do cliente
      *         como nao entregavel em storage/people.data, somando a
      *         devolucao e guardando a data.  Devolucao de endereco
      *         que ja foi trocado (CEP ou numero diferentes do
      *         cadastro) e ignorada.  Com o endereco marcado o ciclo
      *         de extratos, a regua de cobranca e os avisos de
      *         negativacao retem a correspondencia em vez de
      *         imprimir; PEOPLESAVE limpa a marca quando grava
      *         endereco novo.  Ao final todos os clientes marcados
      *         saem na lista de atualizacao cadastral
      *         output/addressworklist.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RETURNED-MAIL.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RETURN-IN ASSIGN TO 'input/returnedmail.data'
              FILE STATUS IS FS-RETURN.
              SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS PEOPLE-RW-ID
              ALTERNATE RECORD KEY IS PEOPLE-RW-CPF
              FILE STATUS IS FS-PEOPLE.
              SELECT WORKLIST-OUT
                  ASSIGN TO 'output/addressworklist.data'
              FILE STATUS IS FS-WORKLIST.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-IN.
       01 RETURN-IN-FILE.
           05 RETURN-IN-PEOPLE-ID PIC 9(10).
           05 RETURN-IN-DATE PIC 9(8).
      *    Motivo do correio (mudou-se, desconhecido, endereco
      *    insuficiente, recusado...)
           05 RETURN-IN-REASON PIC X(2).
      *    CEP e numero impressos no objeto devolvido
           05 RETURN-IN-CEP PIC 9(10).
           05 RETURN-IN-NUMBER PIC 9(10).

       FD PEOPLE-RW.
       01 PEOPLE-RW-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

       FD WORKLIST-OUT.
       01 WORKLIST-OUT-FILE.
           05 WORKLIST-OUT-PEOPLE-ID PIC 9(10).
           05 WORKLIST-OUT-NAME PIC A(255).
           05 WORKLIST-OUT-TELEFONE PIC A(10).
           05 WORKLIST-OUT-CEP PIC 9(10).
           05 WORKLIST-OUT-RETURN-COUNT PIC 9(3).
           05 WORKLIST-OUT-RETURN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-RETURNED-MAIL'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-RETURN PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-WORKLIST PIC X(2).
       01 WS-COUNT-MARKED PIC 9(7) VALUE 0.
       01 WS-COUNT-STALE PIC 9(7) VALUE 0.
       01 WS-COUNT-LISTED PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           OPEN I-O PEOPLE-RW.
           OPEN OUTPUT WORKLIST-OUT.
           IF FS-PEOPLE NOT = '00' OR FS-WORKLIST NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DAS DEVOLUCOES: '
                   FS-PEOPLE FS-WORKLIST
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           OPEN INPUT RETURN-IN
           IF FS-RETURN NOT = '00' THEN
               DISPLAY 'SEM DEVOLUCOES EM INPUT/RETURNEDMAIL.DATA: '
                   FS-RETURN
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETURN-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         PERFORM MARCA-DEVOLUCAO
                   END-READ
               END-PERFORM
               CLOSE RETURN-IN
           END-IF
           PERFORM LISTA-ATUALIZACAO
           DISPLAY 'DEVOLUCOES DO CORREIO: ' WS-COUNT-MARKED
               ' MARCADAS, ' WS-COUNT-STALE ' ENDERECO JA TROCADO, '
               WS-COUNT-LISTED ' NA LISTA DE ATUALIZACAO'
           CLOSE WORKLIST-OUT
           CLOSE PEOPLE-RW
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Endereco do objeto ainda e o do cadastro: marca nao
      *    entregavel, soma a devolucao e guarda a mais recente
       MARCA-DEVOLUCAO.
           MOVE RETURN-IN-PEOPLE-ID TO PEOPLE-RW-ID.
           READ PEOPLE-RW
               KEY IS PEOPLE-RW-ID
               INVALID KEY
                 ADD 1 TO WS-RUN-LOG-REJECTED
                 DISPLAY 'DEVOLUCAO DE CLIENTE NAO CADASTRADO: '
                     RETURN-IN-PEOPLE-ID
               NOT INVALID KEY
                 IF RETURN-IN-CEP NOT = PEOPLE-RW-CEP OR
                         RETURN-IN-NUMBER NOT = PEOPLE-RW-NUMBER THEN
                     ADD 1 TO WS-COUNT-STALE
                     DISPLAY 'DEVOLUCAO DE ENDERECO JA TROCADO: '
                         RETURN-IN-PEOPLE-ID
                 ELSE
                     IF PEOPLE-RW-MAIL-RETURN-COUNT NUMERIC AND
                             PEOPLE-RW-MAIL-RETURN-COUNT < 999 THEN
                         ADD 1 TO PEOPLE-RW-MAIL-RETURN-COUNT
                     ELSE
                         IF PEOPLE-RW-MAIL-RETURN-COUNT NOT NUMERIC
                                 THEN
                             MOVE 1 TO PEOPLE-RW-MAIL-RETURN-COUNT
                         END-IF
                     END-IF
                     IF PEOPLE-RW-MAIL-RETURN-DATE NOT NUMERIC OR
                             RETURN-IN-DATE >
                             PEOPLE-RW-MAIL-RETURN-DATE THEN
                         MOVE RETURN-IN-DATE TO
                             PEOPLE-RW-MAIL-RETURN-DATE
                     END-IF
                     SET PEOPLE-RW-UNDELIVERABLE TO TRUE
                     REWRITE PEOPLE-RW-FILE
                     END-REWRITE
                     IF FS-PEOPLE NOT = '00' THEN
                         ADD 1 TO WS-RUN-LOG-REJECTED
                         DISPLAY 'ERRO AO MARCAR DEVOLUCAO: '
                             RETURN-IN-PEOPLE-ID ' ' FS-PEOPLE
                     ELSE
                         ADD 1 TO WS-COUNT-MARKED
                         DISPLAY 'ENDERECO NAO ENTREGAVEL: '
                             RETURN-IN-PEOPLE-ID ' MOTIVO: '
                             RETURN-IN-REASON
                     END-IF
                 END-IF
           END-READ.

      *    Lista de atualizacao cadastral: todo cliente vivo ainda
      *    marcado, desta execucao ou de devolucoes anteriores
       LISTA-ATUALIZACAO.
           MOVE 0 TO PEOPLE-RW-ID.
           START PEOPLE-RW
               KEY IS NOT LESS THAN PEOPLE-RW-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
               NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PEOPLE-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF PEOPLE-RW-UNDELIVERABLE AND
                             NOT PEOPLE-RW-DECEASED AND
                             NOT PEOPLE-RW-ABSORBED THEN
                         MOVE PEOPLE-RW-ID TO WORKLIST-OUT-PEOPLE-ID
                         MOVE PEOPLE-RW-NAME TO WORKLIST-OUT-NAME
                         MOVE PEOPLE-RW-TELEFONE TO
                             WORKLIST-OUT-TELEFONE
                         MOVE PEOPLE-RW-CEP TO WORKLIST-OUT-CEP
                         MOVE PEOPLE-RW-MAIL-RETURN-COUNT TO
                             WORKLIST-OUT-RETURN-COUNT
                         MOVE PEOPLE-RW-MAIL-RETURN-DATE TO
                             WORKLIST-OUT-RETURN-DATE
                         WRITE WORKLIST-OUT-FILE
                         END-WRITE
                         ADD 1 TO WS-RUN-LOG-WRITTEN
                         ADD 1 TO WS-COUNT-LISTED
                     END-IF
               END-READ
           END-PERFORM.
