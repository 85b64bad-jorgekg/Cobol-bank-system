      *         a decisao de reprocessamento tenha base em evidencia.
      *         So a data mais recente do arquivo entra no resumo, para
      *         que um aborto historico nao fique sinalizado para
      *         sempre depois de reexecucoes limpas.  Cada linha
      *         traz a data de movimento da ultima execucao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 REPORT-OUT-REJECTED PIC 9(9).
           05 REPORT-OUT-COMPLETION PIC X(2).
           05 REPORT-OUT-FLAG PIC A(20).
           05 REPORT-OUT-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
               10 WS-PGM-WRITTEN PIC 9(9).
               10 WS-PGM-REJECTED PIC 9(9).
               10 WS-PGM-COMPLETION PIC X(2).
               10 WS-PGM-BUSINESS-DATE PIC 9(8).

       PROCEDURE DIVISION.
           OPEN INPUT RUN-CONTROL.
                         WS-PGM-LAST-DATE(WS-PGM-IDX)
                     MOVE RUN-IN-TIME TO
                         WS-PGM-LAST-TIME(WS-PGM-IDX)
                     MOVE RUN-IN-BUSINESS-DATE TO
                         WS-PGM-BUSINESS-DATE(WS-PGM-IDX)
                     END-IF
               END-READ
           END-PERFORM
                   REPORT-OUT-REJECTED
               MOVE WS-PGM-COMPLETION(WS-PGM-IDX) TO
                   REPORT-OUT-COMPLETION
               MOVE WS-PGM-BUSINESS-DATE(WS-PGM-IDX) TO
                   REPORT-OUT-BUSINESS-DATE
               IF WS-PGM-STARTS(WS-PGM-IDX) >
                       WS-PGM-ENDS(WS-PGM-IDX) THEN
                   MOVE 'INICIADO SEM TERMINO' TO REPORT-OUT-FLAG
