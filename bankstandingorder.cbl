           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
       01 WS-EOF PIC A(1).
       01 FS-ORDER PIC X(2).
       01 FS PIC X(2).
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
           OPEN I-O STATEMENT-OUT.
           OPEN I-O LEDGER-OUT.
           IF FS-LEDGER = '35' THEN
                   FS-ORDER
               MOVE FS-ORDER TO WS-RUN-LOG-COMPLETION
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-TXN-BASE =
               WS-TODAY * 1000000 + 500000
                                 COMPUTE LEDGER-OUT-TXN-ID =
                                     WS-TXN-BASE + WS-TXN-SEQ
                                 MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                                 SET LEDGER-OUT-BY-JOB TO TRUE
                                 MOVE WS-RUN-LOG-PROGRAM
                                     TO LEDGER-OUT-ORIGIN
                                 MOVE SPACES TO LEDGER-OUT-APPROVER
                                 MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                 MOVE SPACE TO LEDGER-OUT-CHANNEL
                                 WRITE LEDGER-OUT-RECORD
                                 END-WRITE
                                 ADD 1 TO WS-RUN-LOG-WRITTEN
                                       COMPUTE LEDGER-OUT-TXN-ID =
                                           WS-TXN-BASE + WS-TXN-SEQ
                                       MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                                       SET LEDGER-OUT-BY-JOB TO TRUE
                                       MOVE WS-RUN-LOG-PROGRAM
                                           TO LEDGER-OUT-ORIGIN
                                       MOVE SPACES
                                           TO LEDGER-OUT-APPROVER
                                       MOVE SPACE TO
                                           LEDGER-OUT-ADJUST-FLAG
                                       MOVE SPACE TO LEDGER-OUT-CHANNEL
                                       WRITE LEDGER-OUT-RECORD
                                       END-WRITE
                                 END-READ
