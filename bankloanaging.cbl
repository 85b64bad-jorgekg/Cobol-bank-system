           05 AGING-OUT-BUCKET-60 PIC 9(10)V9(2).
           05 AGING-OUT-BUCKET-90 PIC 9(10)V9(2).
           05 AGING-OUT-BUCKET-OVER PIC 9(10)V9(2).
      *    Contrato reestruturado: renegociacoes e data do original
           05 AGING-OUT-RENEG-COUNT PIC 9(2).
           05 AGING-OUT-ORIG-DATE PIC 9(8).

       FD NOTIFY-PARAM.
       01 NOTIFY-PARAM-FILE.
                   FS-LOAN FS-SCHED FS-PEOPLE FS-AGING
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT NOTIFY-PARAM
           IF FS-NPARAM = '00' THEN
                                           LOAN-OUT-ID THEN
                                       MOVE 'Y' TO WS-SCAN-DONE
                                   ELSE
                                   IF (SCHED-OUT-PENDING OR
                                           SCHED-OUT-OVERDUE)
                                           AND SCHED-OUT-DATE > 0
                                           AND SCHED-OUT-DATE <
                                               WS-TODAY THEN
                             MOVE WS-BUCKET-90 TO AGING-OUT-BUCKET-90
                             MOVE WS-BUCKET-OVER
                                 TO AGING-OUT-BUCKET-OVER
                             MOVE LOAN-OUT-RENEG-COUNT
                                 TO AGING-OUT-RENEG-COUNT
                             MOVE LOAN-OUT-ORIG-DATE
                                 TO AGING-OUT-ORIG-DATE
                             WRITE AGING-OUT-FILE
                             END-WRITE
                             ADD 1 TO WS-RUN-LOG-WRITTEN
