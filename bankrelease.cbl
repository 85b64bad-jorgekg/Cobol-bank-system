           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
       01 WS-EOF PIC A(1).
       01 FS-PEND PIC X(2).
       01 FS-RELEASE PIC X(2).
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
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN I-O PEND-RW.
           OPEN OUTPUT RELEASE-OUT.
           IF FS-PEND NOT = '00' THEN
                         ADD 1 TO WS-RUN-LOG-READ
                         MOVE LOW-VALUES TO WS-BANK-ACCOUNT
                         MOVE PEND-RW-TXN-ID TO WS-BANK-TXN-ID
                         MOVE PEND-RW-OPERATOR TO WS-BANK-OPERATOR
                         MOVE PEND-RW-CHANNEL TO WS-BANK-CHANNEL
                         MOVE PEND-RW-APPROVER TO WS-BANK-APPROVER
                         MOVE 'BANK-RELEASE' TO WS-BANK-JOB
                         MOVE PEND-RW-CURRENCY TO WS-BANK-CURRENCY
                         MOVE PEND-RW-ACCOUNT-ID
                             TO WS-BANK-ACCOUNT-ID
                                 WS-BANK-LOAN-RATE
                             MOVE PEND-RW-LOAN-METHOD TO
                                 WS-BANK-LOAN-METHOD
                             MOVE PEND-RW-LOAN-INSURANCE TO
                                 WS-BANK-LOAN-INSURANCE
                         END-IF
                         IF PEND-RW-OPERATION-ID = 10 THEN
                             MOVE '5' TO WS-BANK-OPERATION-ID
