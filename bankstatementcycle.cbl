      *         (cabecalho com saldo de abertura, movimentos e rodape
      *         com saldo de fechamento) em
      *         output/monthlystatement.data, alem do manifesto de
      *         enderecamento em output/mailmanifest.data.  Cliente
      *         com endereco nao entregavel (correspondencia devolvida
      *         pelo correio) nao entra no manifesto: o extrato fica
      *         retido em output/heldstatement.data
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS IS FS-CYCLE.
              SELECT MAIL-OUT ASSIGN TO 'output/mailmanifest.data'
              FILE STATUS IS FS-MAIL.
              SELECT HELD-OUT ASSIGN TO 'output/heldstatement.data'
              FILE STATUS IS FS-HELD.

       DATA DIVISION.
       FILE SECTION.
           05 MAIL-OUT-CITY PIC A(255).
           05 MAIL-OUT-CEP PIC 9(10).

      *    Extratos retidos, no mesmo layout de
      *    output/monthlystatement.data
       FD HELD-OUT.
       01 HELD-OUT-RECORD PIC X(311).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
       01 FS-PEOPLE PIC X(2).
       01 FS-CYCLE PIC X(2).
       01 FS-MAIL PIC X(2).
       01 FS-HELD PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-MONTH PIC 9(6).
       01 WS-LEDGER-MONTH PIC 9(6).
       01 WS-CLOSING PIC S9(10)V9(2).
       01 WS-MOVEMENTS PIC 9(7).
       01 WS-STATEMENT-COUNT PIC 9(9) COMP VALUE 0.
       01 WS-HELD-COUNT PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           OPEN INPUT PEOPLE-RW.
           OPEN OUTPUT CYCLE-OUT.
           OPEN OUTPUT MAIL-OUT.
           OPEN OUTPUT HELD-OUT.
           IF FS NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR STORAGE/STATEMENT.DATA: 'FS
               MOVE FS TO WS-RUN-LOG-COMPLETION
               DISPLAY 'ERRO AO ABRIR STORAGE/PEOPLE.DATA: 'FS-PEOPLE
               MOVE FS-PEOPLE TO WS-RUN-LOG-COMPLETION
           ELSE
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL
           MOVE WS-TODAY(1:6) TO WS-MONTH
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1
           PERFORM UNTIL WS-EOF = 'Y'
                               MOVE SPACES TO PEOPLE-RW-NEIGHBORHOOD
                               MOVE SPACES TO PEOPLE-RW-CITY
                               MOVE 0 TO PEOPLE-RW-CEP
                               MOVE SPACE TO PEOPLE-RW-MAIL-STATUS
                         END-READ
                         MOVE SPACES TO CYCLE-OUT-RECORD
                         SET CYCLE-OUT-HEADER TO TRUE
                         MOVE WS-OPENING TO CYCLE-OUT-HDR-OPENING
                         MOVE ACCOUNT-OUT-CURRENCY
                             TO CYCLE-OUT-HDR-CURRENCY
                         IF PEOPLE-RW-UNDELIVERABLE THEN
                             WRITE HELD-OUT-RECORD
                                 FROM CYCLE-OUT-RECORD
                             END-WRITE
                         ELSE
                             WRITE CYCLE-OUT-RECORD
                             END-WRITE
                         END-IF
                         OPEN INPUT LEDGER-IN
                         IF FS-LEDGER = '00' THEN
                             MOVE 'N' TO WS-LEDGER-EOF
                                           MOVE LEDGER-IN-OBSERVATION
                                               TO
                                            CYCLE-OUT-MOV-OBSERVATION
                                           IF PEOPLE-RW-UNDELIVERABLE
                                                   THEN
                                             WRITE HELD-OUT-RECORD
                                                 FROM CYCLE-OUT-RECORD
                                             END-WRITE
                                           ELSE
                                             WRITE CYCLE-OUT-RECORD
                                             END-WRITE
                                           END-IF
                                           MOVE LEDGER-IN-BALANCE
                                               TO WS-CLOSING
                                       END-IF
                         MOVE WS-CLOSING TO CYCLE-OUT-TRL-CLOSING
                         MOVE WS-MOVEMENTS
                             TO CYCLE-OUT-TRL-MOVEMENTS
                         IF PEOPLE-RW-UNDELIVERABLE THEN
                             WRITE HELD-OUT-RECORD
                                 FROM CYCLE-OUT-RECORD
                             END-WRITE
                         ELSE
                             WRITE CYCLE-OUT-RECORD
                             END-WRITE
                         END-IF
                         IF PEOPLE-RW-UNDELIVERABLE THEN
                             ADD 1 TO WS-HELD-COUNT
                         ELSE
                         MOVE ACCOUNT-OUT-ID TO MAIL-OUT-ACCOUNT-ID
                         MOVE ACCOUNT-OUT-PEOPLE-ID
                             TO MAIL-OUT-PEOPLE-ID
                         MOVE PEOPLE-RW-CEP TO MAIL-OUT-CEP
                         WRITE MAIL-OUT-FILE
                         END-WRITE
                         END-IF
                         ADD 1 TO WS-STATEMENT-COUNT
                     END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CICLO MENSAL: ' WS-STATEMENT-COUNT ' EXTRATOS, '
               WS-HELD-COUNT ' RETIDOS POR ENDERECO NAO ENTREGAVEL'
           CLOSE HELD-OUT
           CLOSE MAIL-OUT
           CLOSE CYCLE-OUT
           CLOSE PEOPLE-RW
