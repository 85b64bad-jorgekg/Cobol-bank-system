           01 FS PIC X(2).
           01 FS-LOAN PIC X(2).
           01 FS-LEDGER PIC X(2).
           01 WS-PERIOD-CHK.
               05 WS-PERIOD-CHK-DATE PIC 9(8).
               05 WS-PERIOD-CHK-STATUS PIC A(1).
                   88 WS-PERIOD-CHK-CLOSED VALUE 'F'.

       PROCEDURE DIVISION.
      *    Mes da data de movimento ja fechado pela contabilidade:
      *    os pedidos ficam no arquivo de entrada para a proxima vez
           CALL 'BANK-PROCESSING-DATE' USING WS-PERIOD-CHK-DATE
           END-CALL.
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL.
           IF WS-PERIOD-CHK-CLOSED THEN
               DISPLAY 'PERIODO CONTABIL FECHADO, PEDIDOS NAO '
                   'PROCESSADOS: ' WS-PERIOD-CHK-DATE
               GOBACK
           END-IF.
           OPEN INPUT CLOSE-IN.
           OPEN I-O STATEMENT-OUT.
           OPEN I-O LEDGER-OUT.
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENTLEDGER.DATA: '
                   FS-LEDGER
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           COMPUTE WS-TXN-BASE =
               WS-TODAY * 1000000 + 700000
           PERFORM UNTIL WS-EOF = 'Y'
                                 COMPUTE LEDGER-OUT-TXN-ID =
                                     WS-TXN-BASE + WS-TXN-SEQ
                                 MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                                 SET LEDGER-OUT-BY-QUEUE TO TRUE
                                 MOVE 'ACCOUNTCLOSE'
                                     TO LEDGER-OUT-ORIGIN
                                 MOVE SPACES TO LEDGER-OUT-APPROVER
                                 MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                 MOVE SPACE TO LEDGER-OUT-CHANNEL
                                 WRITE LEDGER-OUT-RECORD
                                 END-WRITE
                                 END-IF
                             COMPUTE LEDGER-OUT-TXN-ID =
                                 WS-TXN-BASE + WS-TXN-SEQ
                             MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                             SET LEDGER-OUT-BY-QUEUE TO TRUE
                             MOVE 'ACCOUNTCLOSE' TO LEDGER-OUT-ORIGIN
                             MOVE SPACES TO LEDGER-OUT-APPROVER
                             MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                             MOVE SPACE TO LEDGER-OUT-CHANNEL
                             WRITE LEDGER-OUT-RECORD
                             END-WRITE
                             DISPLAY 'CONTA ENCERRADA: '
