           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
       01 WS-EOF PIC A(1).
       01 FS-SCHED PIC X(2).
       01 FS-LOAN PIC X(2).
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
      *    Mes da data de movimento ja fechado pela contabilidade:
      *    nada e lancado
           CALL 'BANK-PROCESSING-DATE' USING WS-PERIOD-CHK-DATE
           END-CALL.
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL.
           IF WS-PERIOD-CHK-CLOSED THEN
               DISPLAY 'PERIODO CONTABIL FECHADO, NADA LANCADO: '
                   WS-PERIOD-CHK-DATE
               MOVE 'PF' TO WS-RUN-LOG-COMPLETION
               MOVE 'E' TO WS-RUN-LOG-EVENT
               CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
               END-CALL
               GOBACK
           END-IF.
           OPEN I-O LOAN-SCHEDULE-OUT.
           OPEN I-O LOAN-OUT.
           OPEN I-O STATEMENT-OUT.
                   FS-SCHED FS-LOAN FS FS-LEDGER
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           COMPUTE WS-TXN-BASE =
               WS-TODAY * 1000000 + 600000
           PERFORM UNTIL WS-EOF = 'Y'
                                               WS-TXN-BASE + WS-TXN-SEQ
                                           MOVE 0 TO
                                               LEDGER-OUT-REF-TXN-ID
                                           SET LEDGER-OUT-BY-JOB TO TRUE
                                           MOVE WS-RUN-LOG-PROGRAM
                                               TO LEDGER-OUT-ORIGIN
                                           MOVE SPACES
                                               TO LEDGER-OUT-APPROVER
                                           MOVE SPACE TO
                                               LEDGER-OUT-ADJUST-FLAG
                                           MOVE SPACE TO
                                               LEDGER-OUT-CHANNEL
                                           WRITE LEDGER-OUT-RECORD
                                           END-WRITE
      *                                    Parte de juros em
                                                 WS-TXN-SEQ
                                               MOVE 0 TO
                                                 LEDGER-OUT-REF-TXN-ID
                                               SET LEDGER-OUT-BY-JOB
                                                   TO TRUE
                                               MOVE WS-RUN-LOG-PROGRAM
                                                 TO LEDGER-OUT-ORIGIN
                                               MOVE SPACES TO
                                                 LEDGER-OUT-APPROVER
                                               MOVE SPACE TO
                                                 LEDGER-OUT-ADJUST-FLAG
                                               MOVE SPACE TO
                                                 LEDGER-OUT-CHANNEL
                                               WRITE LEDGER-OUT-RECORD
                                               END-WRITE
                                           END-IF
                                     SUBTRACT SCHED-OUT-VALUE FROM
                                         LOAN-OUT-BALANCE
                                     ADD 1 TO LOAN-OUT-PAID-COUNT
                                     MOVE 0 TO
                                         LOAN-OUT-DUNNING-STAGE
                                     MOVE 0 TO LOAN-OUT-DUNNING-DATE
                                     IF LOAN-OUT-BALANCE NOT > 0 THEN
                                         SET LOAN-OUT-PAID-OFF TO TRUE
                                         MOVE WS-TODAY TO
