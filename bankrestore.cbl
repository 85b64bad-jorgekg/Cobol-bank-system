      ******************************************************************
      * Author:
      * Date:
      * Purpose:Restauracao de uma geracao de copia de seguranca: le
      *         o numero da geracao em input/restore.data (zero ou
      *         arquivo ausente assume a mais recente) e, pelo catalogo
      *         storage/backupcatalog.data gravado por BANK-BACKUP,
      *         repoe em storage/ cada arquivo salvo na geracao e apaga
      *         os que nao existiam na hora da copia, devolvendo os
      *         arquivos ao estado de antes da esteira que falhou.
      *         Geracao expirada ou fora do catalogo e recusada sem
      *         tocar em nada.  Cada arquivo tratado e gravado em
      *         output/restore.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RESTORE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT RESTORE-IN ASSIGN TO 'input/restore.data'
              FILE STATUS IS FS-RESTORE.
              SELECT CATALOG-IN
                  ASSIGN TO 'storage/backupcatalog.data'
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS CATALOG-IN-KEY
              FILE STATUS IS FS-CATALOG.
              SELECT RESTORE-OUT ASSIGN TO 'output/restore.data'
              FILE STATUS IS FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD RESTORE-IN.
       01 RESTORE-IN-FILE.
           05 RESTORE-IN-GENERATION PIC 9(5).

       FD CATALOG-IN.
       01 CATALOG-IN-RECORD.
           COPY BACKUPREC REPLACING ==:PFX:== BY ==CATALOG-IN==.

       FD RESTORE-OUT.
       01 RESTORE-OUT-FILE.
           05 RESTORE-OUT-GENERATION PIC 9(5).
           05 RESTORE-OUT-FILE-NAME PIC X(30).
           05 RESTORE-OUT-ACTION PIC A(3).
           05 RESTORE-OUT-BUSINESS-DATE PIC 9(8).
           05 RESTORE-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-RESTORE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 FS-RESTORE PIC X(2).
       01 FS-CATALOG PIC X(2).
       01 FS-OUT PIC X(2).
       01 WS-GENERATION PIC 9(5) VALUE 0.
       01 WS-LAST-GENERATION PIC 9(5) VALUE 0.
       01 WS-GEN-FILES PIC 9(5) VALUE 0.
       01 WS-GEN-EXPIRED PIC 9(5) VALUE 0.
       01 WS-SCAN-DONE PIC A(1).
       01 WS-MACHINE-DATE PIC 9(8).
       01 WS-SOURCE-PATH PIC X(60).
       01 WS-BACKUP-PATH PIC X(60).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           ACCEPT WS-MACHINE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RESTORE-IN.
           IF FS-RESTORE = '00' THEN
               READ RESTORE-IN
                   AT END CONTINUE
                   NOT AT END
                     MOVE RESTORE-IN-GENERATION TO WS-GENERATION
               END-READ
               CLOSE RESTORE-IN
           END-IF.
           OPEN INPUT CATALOG-IN.
           IF FS-CATALOG NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/BACKUPCATALOG.DATA: '
                   FS-CATALOG
               MOVE FS-CATALOG TO WS-RUN-LOG-COMPLETION
           ELSE
      *        Confere a geracao pedida (ou acha a mais recente)
               MOVE 'N' TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = 'Y'
                   READ CATALOG-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-DONE
                       NOT AT END
                         IF CATALOG-IN-GENERATION >
                                 WS-LAST-GENERATION THEN
                             MOVE CATALOG-IN-GENERATION TO
                                 WS-LAST-GENERATION
                         END-IF
                   END-READ
               END-PERFORM
               IF WS-GENERATION = 0 THEN
                   MOVE WS-LAST-GENERATION TO WS-GENERATION
               END-IF
               PERFORM CONTA-GERACAO
               IF WS-GEN-FILES = 0 OR WS-GEN-EXPIRED > 0 THEN
                   DISPLAY 'GERACAO INEXISTENTE OU EXPIRADA, NADA '
                       'RESTAURADO: ' WS-GENERATION
                   MOVE 'ER' TO WS-RUN-LOG-COMPLETION
               ELSE
                   OPEN OUTPUT RESTORE-OUT
                   PERFORM REPOE-GERACAO
                   CLOSE RESTORE-OUT
                   IF WS-RUN-LOG-REJECTED > 0 THEN
                       MOVE 'AB' TO WS-RUN-LOG-COMPLETION
                   END-IF
                   DISPLAY 'GERACAO ' WS-GENERATION ' RESTAURADA: '
                       WS-RUN-LOG-WRITTEN ' ARQUIVOS, '
                       WS-RUN-LOG-REJECTED ' COM ERRO'
               END-IF
               CLOSE CATALOG-IN
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Posiciona no primeiro registro da geracao escolhida
       POSICIONA-GERACAO.
           MOVE WS-GENERATION TO CATALOG-IN-GENERATION.
           MOVE SPACES TO CATALOG-IN-FILE-NAME.
           START CATALOG-IN
               KEY IS NOT LESS THAN CATALOG-IN-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.

      *    Quantos arquivos a geracao tem e quantos ja expiraram
       CONTA-GERACAO.
           PERFORM POSICIONA-GERACAO.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ CATALOG-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     IF CATALOG-IN-GENERATION NOT = WS-GENERATION
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                         ADD 1 TO WS-GEN-FILES
                         IF CATALOG-IN-EXPIRED THEN
                             ADD 1 TO WS-GEN-EXPIRED
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

      *    Copia de volta os arquivos salvos e apaga os que a geracao
      *    registrou como ausentes
       REPOE-GERACAO.
           PERFORM POSICIONA-GERACAO.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ CATALOG-IN NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     IF CATALOG-IN-GENERATION NOT = WS-GENERATION
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                         ADD 1 TO WS-RUN-LOG-READ
                         MOVE SPACES TO WS-SOURCE-PATH
                         MOVE SPACES TO WS-BACKUP-PATH
                         STRING 'storage/' DELIMITED BY SIZE
                             CATALOG-IN-FILE-NAME DELIMITED BY SPACE
                             INTO WS-SOURCE-PATH
                         END-STRING
                         STRING 'backup/' DELIMITED BY SIZE
                             CATALOG-IN-FILE-NAME DELIMITED BY SPACE
                             '.G' DELIMITED BY SIZE
                             CATALOG-IN-GENERATION DELIMITED BY SIZE
                             INTO WS-BACKUP-PATH
                         END-STRING
                         MOVE CATALOG-IN-GENERATION TO
                             RESTORE-OUT-GENERATION
                         MOVE CATALOG-IN-FILE-NAME TO
                             RESTORE-OUT-FILE-NAME
                         MOVE CATALOG-IN-BUSINESS-DATE TO
                             RESTORE-OUT-BUSINESS-DATE
                         MOVE WS-MACHINE-DATE TO RESTORE-OUT-DATE
                         IF CATALOG-IN-SAVED THEN
                             CALL 'CBL_COPY_FILE' USING
                                 WS-BACKUP-PATH WS-SOURCE-PATH
                             END-CALL
                             IF RETURN-CODE NOT = 0 THEN
                                 DISPLAY 'ERRO AO RESTAURAR '
                                     WS-SOURCE-PATH
                                 MOVE 'ERR' TO RESTORE-OUT-ACTION
                                 ADD 1 TO WS-RUN-LOG-REJECTED
                             ELSE
                                 MOVE 'RES' TO RESTORE-OUT-ACTION
                                 ADD 1 TO WS-RUN-LOG-WRITTEN
                             END-IF
                         ELSE
                             CALL 'CBL_DELETE_FILE' USING
                                 WS-SOURCE-PATH
                             END-CALL
                             MOVE 'APA' TO RESTORE-OUT-ACTION
                             ADD 1 TO WS-RUN-LOG-WRITTEN
                         END-IF
                         WRITE RESTORE-OUT-FILE
                         END-WRITE
                     END-IF
               END-READ
           END-PERFORM.
