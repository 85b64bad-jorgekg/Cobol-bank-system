      ******************************************************************
      * Author:
      * Date:
      * Purpose:Relatorio mensal de reclamacoes do SAC e da ouvidoria
      *         para o regulador.  O mes (AAAAMM) vem de
      *         input/complaintreport.data; na falta, o mes anterior
      *         ao da data de processamento.  Percorre
      *         storage/complaint.data e grava em
      *         output/complaintreport.data uma linha 'C' por
      *         categoria e a linha 'T' do total: recebidas no mes,
      *         respostas dadas no mes (do SAC e da ouvidoria, cada
      *         uma contada), media de dias corridos ate a resposta
      *         (desde o recebimento no SAC, desde a escalada na
      *         ouvidoria), procedentes (a favor do cliente),
      *         escaladas para a ouvidoria no mes, respostas depois do
      *         prazo da instancia e o estoque sem resposta no fim do
      *         mes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-COMPLAINT-REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PARM-IN ASSIGN TO 'input/complaintreport.data'
              FILE STATUS IS FS-PARM.
              SELECT COMPLAINT-IN ASSIGN TO 'storage/complaint.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS COMPLAINT-IN-PROTOCOL
              FILE STATUS IS FS-COMPLAINT.
              SELECT REPORT-OUT ASSIGN TO 'output/complaintreport.data'
              FILE STATUS IS FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD PARM-IN.
       01 PARM-IN-RECORD.
           05 PARM-IN-PERIOD PIC 9(6).

       FD COMPLAINT-IN.
       01 COMPLAINT-IN-RECORD.
           COPY COMPLAINTREC REPLACING ==:PFX:== BY ==COMPLAINT-IN==.

       FD REPORT-OUT.
       01 REPORT-OUT-RECORD.
           05 REPORT-OUT-TYPE PIC A(1).
               88 REPORT-OUT-CATEGORY-LINE VALUE 'C'.
               88 REPORT-OUT-TRAILER VALUE 'T'.
           05 REPORT-OUT-PERIOD PIC 9(6).
      *    Categoria das linhas 'C'; espacos na linha 'T'
           05 REPORT-OUT-CATEGORY PIC A(3).
           05 REPORT-OUT-RECEIVED PIC 9(7).
           05 REPORT-OUT-ANSWERED PIC 9(7).
           05 REPORT-OUT-AVG-DAYS PIC 9(5)V9(1).
           05 REPORT-OUT-UPHELD PIC 9(7).
           05 REPORT-OUT-ESCALATED PIC 9(7).
           05 REPORT-OUT-LATE PIC 9(7).
           05 REPORT-OUT-PENDING PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-COMPLAINT-RPT'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-PARM PIC X(2).
       01 FS-COMPLAINT PIC X(2).
       01 FS-REPORT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-PERIOD PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-DAYS PIC 9(5).
      *    Categorias de COMPLAINTREC na ordem do relatorio; a ultima
      *    posicao acumula o total
       01 WS-SAC-DEADLINE PIC 9(8).
       01 WS-ANSWER-DATE PIC 9(8).
       01 WS-CAT-CODES.
           05 FILLER PIC A(3) VALUE 'CON'.
           05 FILLER PIC A(3) VALUE 'TAR'.
           05 FILLER PIC A(3) VALUE 'CAR'.
           05 FILLER PIC A(3) VALUE 'CRD'.
           05 FILLER PIC A(3) VALUE 'PAG'.
           05 FILLER PIC A(3) VALUE 'FRA'.
           05 FILLER PIC A(3) VALUE 'ATD'.
           05 FILLER PIC A(3) VALUE 'OUT'.
       01 WS-CAT-CODE-TABLE REDEFINES WS-CAT-CODES.
           05 WS-CAT-CODE PIC A(3) OCCURS 8 TIMES.
       01 WS-CAT-MAX PIC 9(2) COMP VALUE 8.
       01 WS-CAT-TOTAL PIC 9(2) COMP VALUE 9.
       01 WS-CAT-IDX PIC 9(2) COMP.
       01 WS-CAT-FOUND PIC A(1).
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 9 TIMES.
               10 WS-CAT-RECEIVED PIC 9(7).
               10 WS-CAT-ANSWERED PIC 9(7).
               10 WS-CAT-DAYS PIC 9(9).
               10 WS-CAT-UPHELD PIC 9(7).
               10 WS-CAT-ESCALATED PIC 9(7).
               10 WS-CAT-LATE PIC 9(7).
               10 WS-CAT-PENDING PIC 9(7).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           IF WS-PERIOD-MM = 1 THEN
               SUBTRACT 1 FROM WS-PERIOD-YYYY
               MOVE 12 TO WS-PERIOD-MM
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
           OPEN INPUT PARM-IN.
           IF FS-PARM = '00' THEN
               READ PARM-IN
                   AT END CONTINUE
                   NOT AT END
                     IF PARM-IN-PERIOD IS NUMERIC AND
                             PARM-IN-PERIOD > 0 THEN
                         MOVE PARM-IN-PERIOD TO WS-PERIOD
                     END-IF
               END-READ
               CLOSE PARM-IN
           END-IF.
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31.
           INITIALIZE WS-CAT-TABLE.
           OPEN INPUT COMPLAINT-IN.
           OPEN OUTPUT REPORT-OUT.
           IF FS-COMPLAINT = '35' THEN
               DISPLAY 'NENHUMA RECLAMACAO CADASTRADA'
           ELSE
           IF FS-COMPLAINT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR RECLAMACOES: ' FS-COMPLAINT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLAINT-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         PERFORM LOCALIZA-CATEGORIA
                         IF WS-CAT-FOUND = 'Y' THEN
                             PERFORM ACUMULA-RECLAMACAO
                         ELSE
                             ADD 1 TO WS-RUN-LOG-REJECTED
                             DISPLAY 'CATEGORIA FORA DO RELATORIO: '
                                 COMPLAINT-IN-PROTOCOL ' '
                                 COMPLAINT-IN-CATEGORY
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-IN
           END-IF
           END-IF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-TOTAL
               PERFORM GRAVA-LINHA
           END-PERFORM.
           CLOSE REPORT-OUT.
           DISPLAY 'RELATORIO DE RECLAMACOES DO MES ' WS-PERIOD ': '
               WS-CAT-RECEIVED(WS-CAT-TOTAL) ' RECEBIDAS, '
               WS-CAT-ANSWERED(WS-CAT-TOTAL) ' RESPONDIDAS'.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

       LOCALIZA-CATEGORIA.
           MOVE 'N' TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-MAX OR WS-CAT-FOUND = 'Y'
               IF WS-CAT-CODE(WS-CAT-IDX) = COMPLAINT-IN-CATEGORY THEN
                   MOVE 'Y' TO WS-CAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-CAT-IDX
           END-IF.

      *    Cada contagem vai para a categoria e para o total.  A
      *    resposta do SAC e a da ouvidoria contam cada uma no mes em
      *    que foram dadas: a do SAC com os dias desde o recebimento e
      *    o prazo do SAC, a da ouvidoria com os dias desde a escalada
      *    e o prazo dela.  O estoque e o que foi recebido ate o fim
      *    do mes e nao tinha a resposta da instancia em que estava
       ACUMULA-RECLAMACAO.
           IF COMPLAINT-IN-RECEIVED-DATE(1:6) = WS-PERIOD THEN
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT-IDX)
                   WS-CAT-RECEIVED(WS-CAT-TOTAL)
           END-IF.
           IF COMPLAINT-IN-ESCALATE-DATE(1:6) = WS-PERIOD THEN
               ADD 1 TO WS-CAT-ESCALATED(WS-CAT-IDX)
                   WS-CAT-ESCALATED(WS-CAT-TOTAL)
           END-IF.
           IF COMPLAINT-IN-ANSWER-DATE > 0 AND
                   COMPLAINT-IN-ANSWER-DATE(1:6) = WS-PERIOD THEN
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(COMPLAINT-IN-ANSWER-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       COMPLAINT-IN-RECEIVED-DATE)
               ADD 1 TO WS-CAT-ANSWERED(WS-CAT-IDX)
                   WS-CAT-ANSWERED(WS-CAT-TOTAL)
               ADD WS-DAYS TO WS-CAT-DAYS(WS-CAT-IDX)
                   WS-CAT-DAYS(WS-CAT-TOTAL)
               IF COMPLAINT-IN-UPHELD THEN
                   ADD 1 TO WS-CAT-UPHELD(WS-CAT-IDX)
                       WS-CAT-UPHELD(WS-CAT-TOTAL)
               END-IF
               IF COMPLAINT-IN-ESCALATE-DATE > 0 THEN
                   MOVE COMPLAINT-IN-SAC-DEADLINE TO WS-SAC-DEADLINE
               ELSE
                   MOVE COMPLAINT-IN-DEADLINE TO WS-SAC-DEADLINE
               END-IF
               IF COMPLAINT-IN-ANSWER-DATE > WS-SAC-DEADLINE THEN
                   ADD 1 TO WS-CAT-LATE(WS-CAT-IDX)
                       WS-CAT-LATE(WS-CAT-TOTAL)
               END-IF
           END-IF.
           IF COMPLAINT-IN-OMB-ANSWER-DATE > 0 AND
                   COMPLAINT-IN-OMB-ANSWER-DATE(1:6) = WS-PERIOD THEN
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       COMPLAINT-IN-OMB-ANSWER-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       COMPLAINT-IN-ESCALATE-DATE)
               ADD 1 TO WS-CAT-ANSWERED(WS-CAT-IDX)
                   WS-CAT-ANSWERED(WS-CAT-TOTAL)
               ADD WS-DAYS TO WS-CAT-DAYS(WS-CAT-IDX)
                   WS-CAT-DAYS(WS-CAT-TOTAL)
               IF COMPLAINT-IN-OMB-UPHELD THEN
                   ADD 1 TO WS-CAT-UPHELD(WS-CAT-IDX)
                       WS-CAT-UPHELD(WS-CAT-TOTAL)
               END-IF
               IF COMPLAINT-IN-OMB-ANSWER-DATE > COMPLAINT-IN-DEADLINE
                       THEN
                   ADD 1 TO WS-CAT-LATE(WS-CAT-IDX)
                       WS-CAT-LATE(WS-CAT-TOTAL)
               END-IF
           END-IF.
           IF COMPLAINT-IN-RECEIVED-DATE NOT > WS-PERIOD-END THEN
               IF COMPLAINT-IN-ESCALATE-DATE > 0 AND
                       COMPLAINT-IN-ESCALATE-DATE NOT > WS-PERIOD-END
                       THEN
                   MOVE COMPLAINT-IN-OMB-ANSWER-DATE TO WS-ANSWER-DATE
               ELSE
                   MOVE COMPLAINT-IN-ANSWER-DATE TO WS-ANSWER-DATE
               END-IF
               IF WS-ANSWER-DATE = 0 OR
                       WS-ANSWER-DATE > WS-PERIOD-END THEN
                   ADD 1 TO WS-CAT-PENDING(WS-CAT-IDX)
                       WS-CAT-PENDING(WS-CAT-TOTAL)
               END-IF
           END-IF.

       GRAVA-LINHA.
           INITIALIZE REPORT-OUT-RECORD.
           IF WS-CAT-IDX = WS-CAT-TOTAL THEN
               SET REPORT-OUT-TRAILER TO TRUE
               MOVE SPACES TO REPORT-OUT-CATEGORY
           ELSE
               SET REPORT-OUT-CATEGORY-LINE TO TRUE
               MOVE WS-CAT-CODE(WS-CAT-IDX) TO REPORT-OUT-CATEGORY
           END-IF.
           MOVE WS-PERIOD TO REPORT-OUT-PERIOD.
           MOVE WS-CAT-RECEIVED(WS-CAT-IDX) TO REPORT-OUT-RECEIVED.
           MOVE WS-CAT-ANSWERED(WS-CAT-IDX) TO REPORT-OUT-ANSWERED.
           IF WS-CAT-ANSWERED(WS-CAT-IDX) > 0 THEN
               COMPUTE REPORT-OUT-AVG-DAYS ROUNDED =
                   WS-CAT-DAYS(WS-CAT-IDX) / WS-CAT-ANSWERED(WS-CAT-IDX)
           END-IF.
           MOVE WS-CAT-UPHELD(WS-CAT-IDX) TO REPORT-OUT-UPHELD.
           MOVE WS-CAT-ESCALATED(WS-CAT-IDX) TO REPORT-OUT-ESCALATED.
           MOVE WS-CAT-LATE(WS-CAT-IDX) TO REPORT-OUT-LATE.
           MOVE WS-CAT-PENDING(WS-CAT-IDX) TO REPORT-OUT-PENDING.
           WRITE REPORT-OUT-RECORD
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
