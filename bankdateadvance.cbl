      ******************************************************************
      * Author:
      * Date:
      * Purpose:Avanco da data de movimento: roda uma vez por noite,
      *         depois da esteira do dia, e passa o registro de
      *         controle storage/businessdate.data para o proximo dia
      *         util (rolado por BANK-BUSINESS-DAY), guardando a data
      *         anterior e o carimbo da maquina do avanco.  Uma data
      *         informada em input/businessdate.data substitui o
      *         avanco automatico, para repor um dia perdido com a
      *         propria data ou corrigir o controle.  Sem registro de
      *         controle, inicializa com a data da maquina
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DATE-ADVANCE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT DATE-IN ASSIGN TO 'input/businessdate.data'
              FILE STATUS IS FS-DATE.
              SELECT BUSDATE-RW ASSIGN TO 'storage/businessdate.data'
              FILE STATUS IS FS-BUSDATE.

       DATA DIVISION.
       FILE SECTION.
       FD DATE-IN.
       01 DATE-IN-FILE.
           05 DATE-IN-DATE PIC 9(8).

       FD BUSDATE-RW.
       01 BUSDATE-RW-RECORD.
           COPY BUSDATEREC REPLACING ==:PFX:== BY ==BUSDATE-RW==.

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-DATE-ADVANCE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 FS-DATE PIC X(2).
       01 FS-BUSDATE PIC X(2).
       01 WS-CURRENT-DATE PIC 9(8) VALUE 0.
       01 WS-NEW-DATE PIC 9(8) VALUE 0.
       01 WS-OVERRIDE-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(9).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           OPEN INPUT BUSDATE-RW.
           IF FS-BUSDATE = '00' THEN
               READ BUSDATE-RW
                   AT END CONTINUE
                   NOT AT END
                     MOVE BUSDATE-RW-CURRENT-DATE TO WS-CURRENT-DATE
                     ADD 1 TO WS-RUN-LOG-READ
               END-READ
               CLOSE BUSDATE-RW
           END-IF.
           OPEN INPUT DATE-IN.
           IF FS-DATE = '00' THEN
               READ DATE-IN
                   AT END CONTINUE
                   NOT AT END
                     IF DATE-IN-DATE > 0 THEN
                         MOVE DATE-IN-DATE TO WS-OVERRIDE-DATE
                     END-IF
               END-READ
               CLOSE DATE-IN
           END-IF.
           IF WS-OVERRIDE-DATE > 0 THEN
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OVERRIDE-DATE)
               IF WS-DATE-INT = 0 THEN
                   DISPLAY 'DATA DE MOVIMENTO INFORMADA INVALIDA: '
                       WS-OVERRIDE-DATE
                   ADD 1 TO WS-RUN-LOG-REJECTED
                   MOVE 'ER' TO WS-RUN-LOG-COMPLETION
               ELSE
                   MOVE WS-OVERRIDE-DATE TO WS-NEW-DATE
               END-IF
           ELSE
           IF WS-CURRENT-DATE = 0 THEN
               ACCEPT WS-NEW-DATE FROM DATE YYYYMMDD
               DISPLAY 'CONTROLE DE DATA DE MOVIMENTO INICIALIZADO '
                   'COM A DATA DA MAQUINA'
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1
               COMPUTE WS-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               CALL 'BANK-BUSINESS-DAY' USING WS-NEW-DATE
               END-CALL
           END-IF
           END-IF.
           IF WS-NEW-DATE > 0 THEN
               OPEN OUTPUT BUSDATE-RW
               IF FS-BUSDATE NOT = '00' THEN
                   DISPLAY 'ERRO AO ABRIR STORAGE/BUSINESSDATE.DATA: '
                       FS-BUSDATE
                   MOVE FS-BUSDATE TO WS-RUN-LOG-COMPLETION
               ELSE
                   MOVE WS-NEW-DATE TO BUSDATE-RW-CURRENT-DATE
                   MOVE WS-CURRENT-DATE TO BUSDATE-RW-PREVIOUS-DATE
                   ACCEPT BUSDATE-RW-ADVANCED-DATE FROM DATE YYYYMMDD
                   ACCEPT BUSDATE-RW-ADVANCED-TIME FROM TIME
                   WRITE BUSDATE-RW-RECORD
                   END-WRITE
                   CLOSE BUSDATE-RW
                   ADD 1 TO WS-RUN-LOG-WRITTEN
                   DISPLAY 'DATA DE MOVIMENTO: ' WS-CURRENT-DATE
                       ' -> ' WS-NEW-DATE
               END-IF
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.
