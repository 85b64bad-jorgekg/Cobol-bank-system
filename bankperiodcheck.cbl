      ******************************************************************
      * Author:
      * Date:
      * Purpose:Subprograma comum de periodo contabil: recebe uma data
      *         AAAAMMDD e devolve 'F' se o mes dela ja foi fechado em
      *         storage/period.data, 'A' se esta aberto.  Chamado por
      *         BANK-STATEMENT-SAVE e pelos jobs que lancam no razao
      *         antes de lancar, e pelas correcoes para saber se o
      *         lancamento original caiu em mes fechado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PERIOD-CHECK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PERIOD-IN ASSIGN TO 'storage/period.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PERIOD-IN-PERIOD
              FILE STATUS IS FS-PERIOD.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-IN.
       01 PERIOD-IN-RECORD.
           COPY PERIODREC REPLACING ==:PFX:== BY ==PERIOD-IN==.

       WORKING-STORAGE SECTION.
       01 FS-PERIOD PIC X(2).

       LINKAGE SECTION.
       01 PERIOD-CHK.
           05 PERIOD-CHK-DATE PIC 9(8).
           05 PERIOD-CHK-STATUS PIC A(1).

       PROCEDURE DIVISION USING PERIOD-CHK.
           MOVE 'A' TO PERIOD-CHK-STATUS.
           OPEN INPUT PERIOD-IN.
           IF FS-PERIOD = '00' THEN
               MOVE PERIOD-CHK-DATE(1:6) TO PERIOD-IN-PERIOD
               READ PERIOD-IN
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF PERIOD-IN-CLOSED THEN
                         MOVE 'F' TO PERIOD-CHK-STATUS
                     END-IF
               END-READ
               CLOSE PERIOD-IN
           END-IF.
           GOBACK.
