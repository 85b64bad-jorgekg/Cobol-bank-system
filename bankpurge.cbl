      ******************************************************************
      * Author:
      * Date:
      * Purpose:Limpeza periodica dos arquivos de trabalho que so
      *         crescem: sessoes expiradas (storage/session.data),
      *         pedidos decididos ou expirados da fila de aprovacao
      *         (storage/approvalqueue.data), operacoes liberadas ou
      *         canceladas (storage/pendingops.data), impressoes
      *         digitais antigas do registro de idempotencia
      *         (storage/operationregister.data) e o historico de
      *         execucao (storage/runcontrol.data).  O prazo de cada
      *         arquivo, em dias, vem de storage/purgeparam.data (nome
      *         do arquivo e dias; arquivo sem linha fica no padrao).
      *         Todo registro removido e copiado antes, com a data de
      *         movimento da limpeza, para storage/purgearchive.data.
      *         Mantidos e removidos por arquivo em output/purge.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PURGE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PURGE-PARAM ASSIGN TO 'storage/purgeparam.data'
              FILE STATUS IS FS-PARAM.
              SELECT SESSION-RW ASSIGN TO 'storage/session.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS SESSION-RW-PEOPLE-ID
              FILE STATUS IS FS-SESSION.
              SELECT APPROVAL-RW ASSIGN TO 'storage/approvalqueue.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS APPR-RW-TXN-ID
              FILE STATUS IS FS-APPROVE.
              SELECT PEND-RW ASSIGN TO 'storage/pendingops.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS PEND-RW-TXN-ID
              FILE STATUS IS FS-PEND.
              SELECT OP-REGISTER ASSIGN TO
                  'storage/operationregister.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS OPREG-KEY
              FILE STATUS IS FS-OPREG.
              SELECT RUN-CONTROL ASSIGN TO 'storage/runcontrol.data'
              FILE STATUS IS FS-RUN.
              SELECT RUN-WORK ASSIGN TO 'storage/runcontrol.work'
              FILE STATUS IS FS-WORK.
              SELECT PURGE-ARCHIVE
                  ASSIGN TO 'storage/purgearchive.data'
              FILE STATUS IS FS-ARCHIVE.
              SELECT PURGE-OUT ASSIGN TO 'output/purge.data'
              FILE STATUS IS FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD PURGE-PARAM.
       01 PURGE-PARAM-FILE.
           05 PURGE-PARAM-FILE-NAME PIC X(30).
           05 PURGE-PARAM-DAYS PIC 9(5).

       FD SESSION-RW.
       01 SESSION-RW-RECORD.
           COPY SESSIONREC REPLACING ==:PFX:== BY ==SESSION-RW==.

       FD APPROVAL-RW.
       01 APPROVAL-RW-RECORD.
           COPY APPRREC REPLACING ==:PFX:== BY ==APPR-RW==.

       FD PEND-RW.
       01 PEND-RW-RECORD.
           COPY PENDREC REPLACING ==:PFX:== BY ==PEND-RW==.

       FD OP-REGISTER.
       01 OP-REGISTER-FILE.
           05 OPREG-KEY.
               10 OPREG-DATE PIC 9(8).
               10 OPREG-OPERATION-ID PIC 9(5).
               10 OPREG-ACCOUNT-ID PIC 9(10).
               10 OPREG-AMOUNT PIC 9(10)V9(2).
           05 OPREG-TXN-ID PIC 9(14).

       FD RUN-CONTROL.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTLREC REPLACING ==:PFX:== BY ==RUN-IN==.

       FD RUN-WORK.
       01 RUN-WORK-RECORD.
           COPY RUNCTLREC REPLACING ==:PFX:== BY ==RUN-WK==.

      *    Imagem do registro removido, com o arquivo de origem e a
      *    data de movimento da limpeza
       FD PURGE-ARCHIVE.
       01 PURGE-ARCHIVE-RECORD.
           05 PURGE-ARCH-DATE PIC 9(8).
           05 PURGE-ARCH-FILE-NAME PIC X(30).
           05 PURGE-ARCH-DATA PIC X(256).

       FD PURGE-OUT.
       01 PURGE-OUT-FILE.
           05 PURGE-OUT-FILE-NAME PIC X(30).
           05 PURGE-OUT-DAYS PIC 9(5).
           05 PURGE-OUT-CUTOFF PIC 9(8).
           05 PURGE-OUT-KEPT PIC 9(9).
           05 PURGE-OUT-REMOVED PIC 9(9).
           05 PURGE-OUT-STATUS PIC X(2).
           05 PURGE-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-PURGE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-PARAM PIC X(2).
       01 FS-SESSION PIC X(2).
       01 FS-APPROVE PIC X(2).
       01 FS-PEND PIC X(2).
       01 FS-OPREG PIC X(2).
       01 FS-RUN PIC X(2).
       01 FS-WORK PIC X(2).
       01 FS-ARCHIVE PIC X(2).
       01 FS-OUT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(9).
      *    Arquivos limpos e prazo padrao em dias; a sessao conta a
      *    partir da expiracao, os demais da data do registro
       01 WS-PURGE-LIST.
           05 FILLER PIC X(30) VALUE 'session.data'.
           05 FILLER PIC 9(5) VALUE 0.
           05 FILLER PIC X(30) VALUE 'approvalqueue.data'.
           05 FILLER PIC 9(5) VALUE 90.
           05 FILLER PIC X(30) VALUE 'pendingops.data'.
           05 FILLER PIC 9(5) VALUE 90.
           05 FILLER PIC X(30) VALUE 'operationregister.data'.
           05 FILLER PIC 9(5) VALUE 30.
           05 FILLER PIC X(30) VALUE 'runcontrol.data'.
           05 FILLER PIC 9(5) VALUE 180.
       01 WS-PURGE-TABLE REDEFINES WS-PURGE-LIST.
           05 WS-PURGE-ENTRY OCCURS 5 TIMES.
               10 WS-PURGE-FILE-NAME PIC X(30).
               10 WS-PURGE-DAYS PIC 9(5).
       01 WS-FILE-IDX PIC 9(2) COMP.
       01 WS-CUTOFF PIC 9(8).
       01 WS-RECORD-DATE PIC 9(8).
       01 WS-KEPT PIC 9(9).
       01 WS-REMOVED PIC 9(9).
       01 WS-FILE-STATUS PIC X(2).
       01 WS-COPY-SOURCE PIC X(60).
       01 WS-COPY-TARGET PIC X(60).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT PURGE-PARAM.
           IF FS-PARAM = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PURGE-PARAM
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                                 UNTIL WS-FILE-IDX > 5
                             IF WS-PURGE-FILE-NAME(WS-FILE-IDX) =
                                     PURGE-PARAM-FILE-NAME THEN
                                 MOVE PURGE-PARAM-DAYS TO
                                     WS-PURGE-DAYS(WS-FILE-IDX)
                             END-IF
                         END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PURGE-PARAM
           END-IF.
           OPEN EXTEND PURGE-ARCHIVE.
           IF FS-ARCHIVE = '35' THEN
               OPEN OUTPUT PURGE-ARCHIVE
           END-IF.
           IF FS-ARCHIVE NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/PURGEARCHIVE.DATA: '
                   FS-ARCHIVE
               MOVE FS-ARCHIVE TO WS-RUN-LOG-COMPLETION
           ELSE
               OPEN OUTPUT PURGE-OUT
               MOVE 1 TO WS-FILE-IDX
               PERFORM PURGA-SESSOES
               MOVE 2 TO WS-FILE-IDX
               PERFORM PURGA-APROVACOES
               MOVE 3 TO WS-FILE-IDX
               PERFORM PURGA-PENDENTES
               MOVE 4 TO WS-FILE-IDX
               PERFORM PURGA-REGISTRO
               MOVE 5 TO WS-FILE-IDX
               PERFORM PURGA-CONTROLE
               CLOSE PURGE-OUT
               CLOSE PURGE-ARCHIVE
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Sessoes expiradas ha mais que o prazo
       PURGA-SESSOES.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O SESSION-RW.
           MOVE FS-SESSION TO WS-FILE-STATUS.
           IF FS-SESSION = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SESSION-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF SESSION-RW-EXPIRES-DATE < WS-CUTOFF THEN
                             MOVE SESSION-RW-RECORD TO PURGE-ARCH-DATA
                             PERFORM ARQUIVA-REGISTRO
                             DELETE SESSION-RW RECORD
                             END-DELETE
                         ELSE
                             ADD 1 TO WS-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-RW
           END-IF.
           PERFORM GRAVA-RESUMO.

      *    Pedidos aprovados, recusados ou expirados, pela data de
      *    entrada na fila; pendentes ficam
       PURGA-APROVACOES.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O APPROVAL-RW.
           MOVE FS-APPROVE TO WS-FILE-STATUS.
           IF FS-APPROVE = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPROVAL-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF NOT APPR-RW-PENDING AND
                                 APPR-RW-ENTRY-DATE < WS-CUTOFF THEN
                             MOVE APPROVAL-RW-RECORD TO
                                 PURGE-ARCH-DATA
                             PERFORM ARQUIVA-REGISTRO
                             DELETE APPROVAL-RW RECORD
                             END-DELETE
                         ELSE
                             ADD 1 TO WS-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-RW
           END-IF.
           PERFORM GRAVA-RESUMO.

      *    Operacoes liberadas ou canceladas, pela data da transacao
      *    (primeiros oito digitos do TXN-ID); pendentes e com falha
      *    ficam
       PURGA-PENDENTES.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O PEND-RW.
           MOVE FS-PEND TO WS-FILE-STATUS.
           IF FS-PEND = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PEND-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         MOVE PEND-RW-TXN-ID(1:8) TO WS-RECORD-DATE
                         IF (PEND-RW-RELEASED OR PEND-RW-CANCELLED)
                                 AND WS-RECORD-DATE < WS-CUTOFF THEN
                             MOVE PEND-RW-RECORD TO PURGE-ARCH-DATA
                             PERFORM ARQUIVA-REGISTRO
                             DELETE PEND-RW RECORD
                             END-DELETE
                         ELSE
                             ADD 1 TO WS-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-RW
           END-IF.
           PERFORM GRAVA-RESUMO.

      *    Impressoes digitais de idempotencia: a chave comeca pela
      *    data, entao a leitura para no primeiro registro recente
       PURGA-REGISTRO.
           PERFORM INICIA-ARQUIVO.
           OPEN I-O OP-REGISTER.
           MOVE FS-OPREG TO WS-FILE-STATUS.
           IF FS-OPREG = '00' THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OP-REGISTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF OPREG-DATE < WS-CUTOFF THEN
                             MOVE OP-REGISTER-FILE TO PURGE-ARCH-DATA
                             PERFORM ARQUIVA-REGISTRO
                             DELETE OP-REGISTER RECORD
                             END-DELETE
                         ELSE
                             ADD 1 TO WS-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE OP-REGISTER
           END-IF.
           PERFORM GRAVA-RESUMO.

      *    Historico de execucao: arquivo sequencial, os registros
      *    mantidos passam por storage/runcontrol.work e voltam por
      *    copia.  Registro antigo sem data de movimento usa a data
      *    da maquina
       PURGA-CONTROLE.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT RUN-CONTROL.
           MOVE FS-RUN TO WS-FILE-STATUS.
           IF FS-RUN = '00' THEN
               OPEN OUTPUT RUN-WORK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CONTROL
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF RUN-IN-BUSINESS-DATE IS NUMERIC AND
                                 RUN-IN-BUSINESS-DATE > 0 THEN
                             MOVE RUN-IN-BUSINESS-DATE TO
                                 WS-RECORD-DATE
                         ELSE
                             MOVE RUN-IN-DATE TO WS-RECORD-DATE
                         END-IF
                         IF WS-RECORD-DATE < WS-CUTOFF THEN
                             MOVE RUN-CONTROL-RECORD TO
                                 PURGE-ARCH-DATA
                             PERFORM ARQUIVA-REGISTRO
                         ELSE
                             MOVE RUN-CONTROL-RECORD TO
                                 RUN-WORK-RECORD
                             WRITE RUN-WORK-RECORD
                             END-WRITE
                             ADD 1 TO WS-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-WORK
               CLOSE RUN-CONTROL
               IF WS-REMOVED > 0 THEN
                   MOVE 'storage/runcontrol.work' TO WS-COPY-SOURCE
                   MOVE 'storage/runcontrol.data' TO WS-COPY-TARGET
                   CALL 'CBL_COPY_FILE' USING
                       WS-COPY-SOURCE WS-COPY-TARGET
                   END-CALL
                   IF RETURN-CODE NOT = 0 THEN
                       DISPLAY 'ERRO AO REGRAVAR '
                           'STORAGE/RUNCONTROL.DATA: ' RETURN-CODE
                       MOVE 'ER' TO WS-FILE-STATUS
                       MOVE 'ER' TO WS-RUN-LOG-COMPLETION
                   END-IF
               END-IF
               MOVE 'storage/runcontrol.work' TO WS-COPY-SOURCE
               CALL 'CBL_DELETE_FILE' USING WS-COPY-SOURCE
               END-CALL
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM GRAVA-RESUMO.

      *    Data de corte do arquivo corrente: hoje menos o prazo
       INICIA-ARQUIVO.
           MOVE 0 TO WS-KEPT.
           MOVE 0 TO WS-REMOVED.
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - WS-PURGE-DAYS(WS-FILE-IDX)).

       ARQUIVA-REGISTRO.
           MOVE WS-TODAY TO PURGE-ARCH-DATE.
           MOVE WS-PURGE-FILE-NAME(WS-FILE-IDX) TO
               PURGE-ARCH-FILE-NAME.
           WRITE PURGE-ARCHIVE-RECORD
           END-WRITE.
           ADD 1 TO WS-REMOVED.
           ADD 1 TO WS-RUN-LOG-WRITTEN.

      *    Arquivo ausente ('35') nao e erro: nada a limpar
       GRAVA-RESUMO.
           IF WS-FILE-STATUS = '35' THEN
               MOVE '00' TO WS-FILE-STATUS
           END-IF.
           IF WS-FILE-STATUS NOT = '00' AND
                   WS-RUN-LOG-COMPLETION = '00' THEN
               MOVE WS-FILE-STATUS TO WS-RUN-LOG-COMPLETION
           END-IF.
           MOVE WS-PURGE-FILE-NAME(WS-FILE-IDX) TO
               PURGE-OUT-FILE-NAME.
           MOVE WS-PURGE-DAYS(WS-FILE-IDX) TO PURGE-OUT-DAYS.
           MOVE WS-CUTOFF TO PURGE-OUT-CUTOFF.
           MOVE WS-KEPT TO PURGE-OUT-KEPT.
           MOVE WS-REMOVED TO PURGE-OUT-REMOVED.
           MOVE WS-FILE-STATUS TO PURGE-OUT-STATUS.
           MOVE WS-TODAY TO PURGE-OUT-DATE.
           WRITE PURGE-OUT-FILE
           END-WRITE.
           DISPLAY 'LIMPEZA ' WS-PURGE-FILE-NAME(WS-FILE-IDX)
               ' MANTIDOS: ' WS-KEPT ' REMOVIDOS: ' WS-REMOVED.
