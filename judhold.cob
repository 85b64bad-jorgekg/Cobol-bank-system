           01 FS-JHOLD PIC X(2).
           01 FS PIC X(2).
           01 FS-LEDGER PIC X(2).
           01 WS-PERIOD-CHK.
               05 WS-PERIOD-CHK-DATE PIC 9(8).
               05 WS-PERIOD-CHK-STATUS PIC A(1).
                   88 WS-PERIOD-CHK-CLOSED VALUE 'F'.
      *    Conta interna de deposito judicial: recebe o valor de um
      *    bloqueio cumprido ate o repasse ao juizo
           01 WS-JUDICIAL-ACCOUNT PIC 9(10) VALUE 9999999902.
               05 WS-OPER-CHK-OK PIC A(1).

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
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           COMPUTE WS-TXN-BASE = WS-TODAY * 1000000 + 650000.
           OPEN INPUT JHOLD-IN.
           OPEN I-O JHOLD-RW.
                           COMPUTE LEDGER-OUT-TXN-ID =
                               WS-TXN-BASE + WS-TXN-SEQ
                           MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                           SET LEDGER-OUT-BY-OPERATOR TO TRUE
                           MOVE WS-JH-IN-OPERATOR TO LEDGER-OUT-ORIGIN
                           MOVE SPACES TO LEDGER-OUT-APPROVER
                           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                           MOVE SPACE TO LEDGER-OUT-CHANNEL
                           WRITE LEDGER-OUT-RECORD
                           END-WRITE
                           MOVE WS-JUDICIAL-ACCOUNT TO
                                 MOVE SPACE TO
                                     ACCOUNT-OUT-FREEZE-REASON
                                 MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                                 MOVE 0 TO ACCOUNT-OUT-BRANCH
                                 MOVE WS-HOLD-CURRENCY TO
                                     ACCOUNT-OUT-CURRENCY
                                 WRITE ACCOUNT-OUT-MOVEMENT
                           COMPUTE LEDGER-OUT-TXN-ID =
                               WS-TXN-BASE + WS-TXN-SEQ
                           MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                           SET LEDGER-OUT-BY-OPERATOR TO TRUE
                           MOVE WS-JH-IN-OPERATOR TO LEDGER-OUT-ORIGIN
                           MOVE SPACES TO LEDGER-OUT-APPROVER
                           MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                           MOVE SPACE TO LEDGER-OUT-CHANNEL
                           WRITE LEDGER-OUT-RECORD
                           END-WRITE
                           SET JHOLD-RW-SATISFIED TO TRUE
