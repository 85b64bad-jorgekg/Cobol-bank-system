       01 WS-REDEEM-RATE PIC 9(3)V9(4).
       01 WS-YIELD-VALUE PIC 9(10)V9(2).
       01 WS-CREDIT-VALUE PIC 9(10)V9(2).
       01 WS-PERIOD-CHK.
           05 WS-PERIOD-CHK-DATE PIC 9(8).
           05 WS-PERIOD-CHK-STATUS PIC A(1).
               88 WS-PERIOD-CHK-CLOSED VALUE 'F'.

       LINKAGE SECTION.
       01 WS-ACCOUNT.
       PROCEDURE DIVISION USING WS-ACCOUNT.
           MOVE 'ERR' TO WS-RETURN-STATUS.
           MOVE 'CDB' TO WS-ACK-SERVICE.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           MOVE WS-TODAY TO WS-PERIOD-CHK-DATE.
           CALL 'BANK-PERIOD-CHECK' USING WS-PERIOD-CHK
           END-CALL.
           OPEN EXTEND STATEMENT-OUTPUT.
           OPEN I-O STATEMENT-OUT.
           OPEN I-O CDB-RW.
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DO CDB: '
                   FS ' ' FS-CDB ' ' FS-LEDGER
           ELSE
      *    Mes da data de movimento ja fechado pela contabilidade
           IF WS-PERIOD-CHK-CLOSED THEN
               DISPLAY 'PERIODO CONTABIL FECHADO, CDB NAO PROCESSADO: '
                   WS-ACCOUNT-ID
               MOVE 'PFC' TO WS-RETURN-STATUS
               PERFORM GRAVA-ACK
           ELSE
           IF WS-LOAN-ORIGINATE THEN
      *         Abertura: taxa da tabela por faixa de prazo
                IF WS-LOAN-TERM NOT > 6 THEN
                        MOVE 0 TO LEDGER-OUT-REF-TIME
                        MOVE WS-TXN-ID TO LEDGER-OUT-TXN-ID
                        MOVE 0 TO LEDGER-OUT-REF-TXN-ID
                        SET LEDGER-OUT-BY-JOB TO TRUE
                        MOVE 'BANK-TERM-DEPOSIT' TO LEDGER-OUT-ORIGIN
                        MOVE SPACES TO LEDGER-OUT-APPROVER
                        MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                        MOVE SPACE TO LEDGER-OUT-CHANNEL
                        WRITE LEDGER-OUT-RECORD
                        END-WRITE
                        MOVE WS-TXN-ID TO CDB-RW-ID
                                    LEDGER-OUT-TXN-ID
                                MOVE CDB-RW-ID TO
                                    LEDGER-OUT-REF-TXN-ID
                                SET LEDGER-OUT-BY-JOB TO TRUE
                                MOVE 'BANK-TERM-DEPOSIT'
                                    TO LEDGER-OUT-ORIGIN
                                MOVE SPACES TO LEDGER-OUT-APPROVER
                                MOVE SPACE TO LEDGER-OUT-ADJUST-FLAG
                                MOVE SPACE TO LEDGER-OUT-CHANNEL
                                WRITE LEDGER-OUT-RECORD
                                END-WRITE
                                SET CDB-RW-REDEEMED TO TRUE
                END-READ
           END-IF
           END-IF
           END-IF
           END-IF.
           CLOSE LEDGER-OUT.
           CLOSE CDB-RW.
