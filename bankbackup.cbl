      ******************************************************************
      * Author:
      * Date:
      * Purpose:Copia de seguranca antes da esteira noturna: chamado
      *         por BANK-NIGHT-RUN antes do primeiro passo, copia cada
      *         arquivo mestre e de trabalho de storage/ para
      *         backup/<arquivo>.Gnnnnn, numerando a geracao, e
      *         registra no catalogo storage/backupcatalog.data o que
      *         foi salvo, com a data de movimento e a hora da copia.
      *         Arquivo ainda inexistente fica catalogado como ausente.
      *         Mantem o numero de geracoes de storage/backupparam.data
      *         (padrao 7): as mais antigas tem as copias apagadas e
      *         ficam expiradas no catalogo.  Falha de copia nao
      *         cataloga a geracao e termina com 'AB', segurando a
      *         esteira.  BANK-RESTORE repoe uma geracao.  O controle
      *         de execucao (storage/runcontrol.data) nao entra na
      *         copia: e o historico das noites, inclusive da que falhou
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-BACKUP.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BACKUP-PARAM ASSIGN TO 'storage/backupparam.data'
              FILE STATUS IS FS-PARAM.
              SELECT CATALOG-RW
                  ASSIGN TO 'storage/backupcatalog.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CATALOG-RW-KEY
              FILE STATUS IS FS-CATALOG.

       DATA DIVISION.
       FILE SECTION.
       FD BACKUP-PARAM.
       01 BACKUP-PARAM-FILE.
           05 BACKUP-PARAM-KEEP PIC 9(3).

       FD CATALOG-RW.
       01 CATALOG-RW-RECORD.
           COPY BACKUPREC REPLACING ==:PFX:== BY ==CATALOG-RW==.

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-BACKUP'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 FS-PARAM PIC X(2).
       01 FS-CATALOG PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-KEEP PIC 9(3) VALUE 7.
       01 WS-GENERATION PIC 9(5) VALUE 0.
       01 WS-EXPIRE-LIMIT PIC 9(5) VALUE 0.
       01 WS-SCAN-DONE PIC A(1).
       01 WS-ABORT PIC A(1) VALUE 'N'.
       01 WS-COPY-DATE PIC 9(8).
       01 WS-COPY-TIME PIC 9(8).
       01 WS-SOURCE-PATH PIC X(60).
       01 WS-BACKUP-PATH PIC X(60).
       01 WS-BACKUP-DIR PIC X(60) VALUE 'backup'.
       01 WS-FILE-DETAILS.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DAY PIC X COMP-X.
           05 WS-FILE-MONTH PIC X COMP-X.
           05 WS-FILE-YEAR PIC X(2) COMP-X.
           05 WS-FILE-HOUR PIC X COMP-X.
           05 WS-FILE-MINUTE PIC X COMP-X.
           05 WS-FILE-SECOND PIC X COMP-X.
           05 WS-FILE-HUNDREDTH PIC X COMP-X.
       COPY STORLIST.
       01 WS-FILE-IDX PIC 9(3) COMP.
       01 WS-FILE-RESULT-TABLE.
           05 WS-FILE-RESULT PIC A(1) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           ACCEPT WS-COPY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COPY-TIME FROM TIME.
           OPEN INPUT BACKUP-PARAM.
           IF FS-PARAM = '00' THEN
               READ BACKUP-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF BACKUP-PARAM-KEEP > 0 THEN
                         MOVE BACKUP-PARAM-KEEP TO WS-KEEP
                     END-IF
               END-READ
               CLOSE BACKUP-PARAM
           END-IF.
           OPEN I-O CATALOG-RW.
           IF FS-CATALOG = '35' THEN
               CLOSE CATALOG-RW
               OPEN OUTPUT CATALOG-RW
               CLOSE CATALOG-RW
               OPEN I-O CATALOG-RW
           END-IF.
           IF FS-CATALOG NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/BACKUPCATALOG.DATA: '
                   FS-CATALOG
               MOVE FS-CATALOG TO WS-RUN-LOG-COMPLETION
           ELSE
      *        Proxima geracao: a maior do catalogo mais um
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CATALOG-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF CATALOG-RW-GENERATION > WS-GENERATION THEN
                             MOVE CATALOG-RW-GENERATION TO
                                 WS-GENERATION
                         END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO WS-GENERATION
      *        Diretorio das copias: na primeira noite ainda nao existe;
      *        retorno diferente de zero quando ja existe e ignorado
               CALL 'CBL_CREATE_DIR' USING WS-BACKUP-DIR
               END-CALL
      *        Copia de todos os arquivos antes de catalogar qualquer
      *        um: geracao com falha nao fica disponivel para restaurar
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL STORAGE-FILE-NAME(WS-FILE-IDX) = SPACES
                   PERFORM MONTA-CAMINHOS
                   CALL 'CBL_CHECK_FILE_EXIST' USING WS-SOURCE-PATH
                       WS-FILE-DETAILS
                   END-CALL
                   IF RETURN-CODE NOT = 0 THEN
                       MOVE 'N' TO WS-FILE-RESULT(WS-FILE-IDX)
                   ELSE
                       CALL 'CBL_COPY_FILE' USING WS-SOURCE-PATH
                           WS-BACKUP-PATH
                       END-CALL
                       IF RETURN-CODE NOT = 0 THEN
                           DISPLAY 'ERRO AO COPIAR ' WS-SOURCE-PATH
                               ' PARA ' WS-BACKUP-PATH
                           MOVE 'X' TO WS-FILE-RESULT(WS-FILE-IDX)
                           MOVE 'Y' TO WS-ABORT
                           ADD 1 TO WS-RUN-LOG-REJECTED
                       ELSE
                           MOVE 'S' TO WS-FILE-RESULT(WS-FILE-IDX)
                           ADD 1 TO WS-RUN-LOG-READ
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ABORT = 'Y' THEN
                   DISPLAY 'COPIA DE SEGURANCA FALHOU, GERACAO '
                       WS-GENERATION ' NAO CATALOGADA'
                   MOVE 'AB' TO WS-RUN-LOG-COMPLETION
               ELSE
                   PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                           UNTIL STORAGE-FILE-NAME(WS-FILE-IDX) = SPACES
                       MOVE WS-GENERATION TO CATALOG-RW-GENERATION
                       MOVE STORAGE-FILE-NAME(WS-FILE-IDX) TO
                           CATALOG-RW-FILE-NAME
                       MOVE WS-FILE-RESULT(WS-FILE-IDX) TO
                           CATALOG-RW-STATUS
                       MOVE WS-TODAY TO CATALOG-RW-BUSINESS-DATE
                       MOVE WS-COPY-DATE TO CATALOG-RW-DATE
                       MOVE WS-COPY-TIME TO CATALOG-RW-TIME
                       WRITE CATALOG-RW-RECORD
                         INVALID KEY
                           REWRITE CATALOG-RW-RECORD
                           END-REWRITE
                       END-WRITE
                       ADD 1 TO WS-RUN-LOG-WRITTEN
                   END-PERFORM
                   DISPLAY 'COPIA DE SEGURANCA: GERACAO '
                       WS-GENERATION ' ' WS-RUN-LOG-READ
                       ' ARQUIVOS SALVOS'
                   PERFORM EXPIRA-GERACOES
               END-IF
               CLOSE CATALOG-RW
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Caminho do arquivo vivo e da copia da geracao corrente
       MONTA-CAMINHOS.
           MOVE SPACES TO WS-SOURCE-PATH.
           MOVE SPACES TO WS-BACKUP-PATH.
           STRING 'storage/' DELIMITED BY SIZE
               STORAGE-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
               INTO WS-SOURCE-PATH
           END-STRING.
           STRING 'backup/' DELIMITED BY SIZE
               STORAGE-FILE-NAME(WS-FILE-IDX) DELIMITED BY SPACE
               '.G' DELIMITED BY SIZE
               WS-GENERATION DELIMITED BY SIZE
               INTO WS-BACKUP-PATH
           END-STRING.

      *    Geracoes alem do limite de retencao: apaga as copias e marca
      *    o catalogo como expirado, sem apagar o historico
       EXPIRA-GERACOES.
           IF WS-GENERATION > WS-KEEP THEN
               COMPUTE WS-EXPIRE-LIMIT = WS-GENERATION - WS-KEEP
               MOVE 0 TO CATALOG-RW-GENERATION
               MOVE SPACES TO CATALOG-RW-FILE-NAME
               START CATALOG-RW
                   KEY IS NOT LESS THAN CATALOG-RW-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
                   NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CATALOG-RW NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF CATALOG-RW-GENERATION > WS-EXPIRE-LIMIT
                             MOVE 'Y' TO WS-SCAN-DONE
                         ELSE
                         IF NOT CATALOG-RW-EXPIRED THEN
                             IF CATALOG-RW-SAVED THEN
                                 MOVE SPACES TO WS-BACKUP-PATH
                                 STRING 'backup/' DELIMITED BY SIZE
                                     CATALOG-RW-FILE-NAME
                                         DELIMITED BY SPACE
                                     '.G' DELIMITED BY SIZE
                                     CATALOG-RW-GENERATION
                                         DELIMITED BY SIZE
                                     INTO WS-BACKUP-PATH
                                 END-STRING
                                 CALL 'CBL_DELETE_FILE' USING
                                     WS-BACKUP-PATH
                                 END-CALL
                             END-IF
                             SET CATALOG-RW-EXPIRED TO TRUE
                             REWRITE CATALOG-RW-RECORD
                             END-REWRITE
                         END-IF
                         END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'GERACOES ATE ' WS-EXPIRE-LIMIT ' EXPIRADAS'
           END-IF.
