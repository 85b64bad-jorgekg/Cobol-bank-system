      ******************************************************************
      * Author:
      * Date:
      * Purpose:Fechamento de periodo contabil: le os pedidos de
      *         input/periodclose.data (mes AAAAMM e acao 'F' fechar
      *         ou 'A' reabrir) e grava o mes em storage/period.data.
      *         Roda depois que a contabilidade recebeu o mes de
      *         BANK-GL-EXPORT e o ciclo de extratos saiu; dali em
      *         diante BANK-STATEMENT-SAVE e os jobs de lote recusam
      *         lancar no mes e as correcoes entram no periodo aberto
      *         como ajuste.  O mes da data de movimento corrente nao
      *         pode ser fechado.  Resultado de cada pedido em
      *         output/periodclose.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT CLOSE-IN ASSIGN TO 'input/periodclose.data'
              FILE STATUS IS FS-CLOSE.
              SELECT PERIOD-RW ASSIGN TO 'storage/period.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PERIOD-RW-PERIOD
              FILE STATUS IS FS-PERIOD.
              SELECT CLOSE-OUT ASSIGN TO 'output/periodclose.data'
              FILE STATUS IS FS-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-IN.
       01 CLOSE-IN-FILE.
           05 CLOSE-IN-PERIOD PIC 9(6).
           05 CLOSE-IN-ACTION PIC A(1).

       FD PERIOD-RW.
       01 PERIOD-RW-RECORD.
           COPY PERIODREC REPLACING ==:PFX:== BY ==PERIOD-RW==.

       FD CLOSE-OUT.
       01 CLOSE-OUT-FILE.
           05 CLOSE-OUT-PERIOD PIC 9(6).
           05 CLOSE-OUT-ACTION PIC A(1).
           05 CLOSE-OUT-STATUS PIC A(3).
           05 CLOSE-OUT-REASON PIC A(40).
           05 CLOSE-OUT-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-PERIOD-CLOSE'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-CLOSE PIC X(2).
       01 FS-PERIOD PIC X(2).
       01 FS-OUT PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-OPEN-PERIOD PIC 9(6).
       01 WS-PERIOD-EXISTS PIC A(1).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           MOVE WS-TODAY(1:6) TO WS-OPEN-PERIOD.
           OPEN INPUT CLOSE-IN.
           IF FS-CLOSE NOT = '00' THEN
               DISPLAY 'SEM PEDIDOS DE FECHAMENTO EM '
                   'INPUT/PERIODCLOSE.DATA: ' FS-CLOSE
           ELSE
           OPEN I-O PERIOD-RW
           IF FS-PERIOD = '35' THEN
               CLOSE PERIOD-RW
               OPEN OUTPUT PERIOD-RW
               CLOSE PERIOD-RW
               OPEN I-O PERIOD-RW
           END-IF
           OPEN OUTPUT CLOSE-OUT
           IF FS-PERIOD NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/PERIOD.DATA: '
                   FS-PERIOD
               MOVE FS-PERIOD TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLOSE-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     MOVE CLOSE-IN-PERIOD TO CLOSE-OUT-PERIOD
                     MOVE CLOSE-IN-ACTION TO CLOSE-OUT-ACTION
                     MOVE 'NAN' TO CLOSE-OUT-STATUS
                     MOVE SPACES TO CLOSE-OUT-REASON
                     MOVE WS-TODAY TO CLOSE-OUT-DATE
                     MOVE CLOSE-IN-PERIOD TO PERIOD-RW-PERIOD
                     READ PERIOD-RW
                         INVALID KEY MOVE 'N' TO WS-PERIOD-EXISTS
                         NOT INVALID KEY MOVE 'Y' TO WS-PERIOD-EXISTS
                     END-READ
                     IF CLOSE-IN-PERIOD(5:2) < 01 OR
                             CLOSE-IN-PERIOD(5:2) > 12 THEN
                         MOVE 'MES INVALIDO' TO CLOSE-OUT-REASON
                     ELSE
                     IF CLOSE-IN-ACTION = 'F' THEN
                         IF CLOSE-IN-PERIOD NOT < WS-OPEN-PERIOD THEN
                             MOVE 'MES CORRENTE OU FUTURO' TO
                                 CLOSE-OUT-REASON
                         ELSE
                         IF WS-PERIOD-EXISTS = 'Y' AND
                                 PERIOD-RW-CLOSED THEN
                             MOVE 'MES JA FECHADO' TO
                                 CLOSE-OUT-REASON
                         ELSE
                             MOVE CLOSE-IN-PERIOD TO
                                 PERIOD-RW-PERIOD
                             SET PERIOD-RW-CLOSED TO TRUE
                             MOVE WS-TODAY TO PERIOD-RW-CHANGE-DATE
                             ACCEPT PERIOD-RW-CHANGE-TIME FROM TIME
                             IF WS-PERIOD-EXISTS = 'Y' THEN
                                 REWRITE PERIOD-RW-RECORD
                                 END-REWRITE
                             ELSE
                                 WRITE PERIOD-RW-RECORD
                                 END-WRITE
                             END-IF
                             MOVE 'OK ' TO CLOSE-OUT-STATUS
                             MOVE 'MES FECHADO' TO CLOSE-OUT-REASON
                         END-IF
                         END-IF
                     ELSE
                     IF CLOSE-IN-ACTION = 'A' THEN
                         IF WS-PERIOD-EXISTS = 'N' OR
                                 NOT PERIOD-RW-CLOSED THEN
                             MOVE 'MES NAO ESTA FECHADO' TO
                                 CLOSE-OUT-REASON
                         ELSE
                             SET PERIOD-RW-OPEN TO TRUE
                             MOVE WS-TODAY TO PERIOD-RW-CHANGE-DATE
                             ACCEPT PERIOD-RW-CHANGE-TIME FROM TIME
                             REWRITE PERIOD-RW-RECORD
                             END-REWRITE
                             MOVE 'OK ' TO CLOSE-OUT-STATUS
                             MOVE 'MES REABERTO' TO CLOSE-OUT-REASON
                         END-IF
                     ELSE
                         MOVE 'ACAO INVALIDA' TO CLOSE-OUT-REASON
                     END-IF
                     END-IF
                     END-IF
                     IF CLOSE-OUT-STATUS = 'OK ' THEN
                         ADD 1 TO WS-RUN-LOG-WRITTEN
                     ELSE
                         ADD 1 TO WS-RUN-LOG-REJECTED
                     END-IF
                     DISPLAY 'PERIODO ' CLOSE-IN-PERIOD ': '
                         CLOSE-OUT-REASON
                     WRITE CLOSE-OUT-FILE
                     END-WRITE
               END-READ
           END-PERFORM
           CLOSE PERIOD-RW
           END-IF
           CLOSE CLOSE-OUT
           CLOSE CLOSE-IN
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.
