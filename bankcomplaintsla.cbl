      ******************************************************************
      * Author:
      * Date:
      * Purpose:Acompanhamento diario dos prazos de reclamacao do SAC
      *         e da ouvidoria.  Percorre storage/complaint.data e
      *         lista em output/complaintsla.data toda reclamacao
      *         ainda sem resposta (aberta, em analise ou na ouvidoria)
      *         com o prazo vencido ('V') ou a vencer dentro da
      *         antecedencia de aviso ('P'), com os dias que faltam ou
      *         de atraso e o atendente designado.  A antecedencia vem
      *         do terceiro campo de storage/complaintparam.data, o
      *         mesmo parametro de prazos de COMPLAINT (na falta, 2
      *         dias corridos).  Total por situacao no fim do arquivo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-COMPLAINT-SLA.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT PARAM-IN ASSIGN TO 'storage/complaintparam.data'
              FILE STATUS IS FS-PARAM.
              SELECT COMPLAINT-IN ASSIGN TO 'storage/complaint.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS COMPLAINT-IN-PROTOCOL
              FILE STATUS IS FS-COMPLAINT.
              SELECT SLA-OUT ASSIGN TO 'output/complaintsla.data'
              FILE STATUS IS FS-SLA.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-IN.
       01 PARAM-IN-RECORD.
           05 PARAM-IN-SAC-DAYS PIC 9(3).
           05 PARAM-IN-OMBUDSMAN-DAYS PIC 9(3).
           05 PARAM-IN-WARN-DAYS PIC 9(3).

       FD COMPLAINT-IN.
       01 COMPLAINT-IN-RECORD.
           COPY COMPLAINTREC REPLACING ==:PFX:== BY ==COMPLAINT-IN==.

       FD SLA-OUT.
       01 SLA-OUT-RECORD.
           05 SLA-OUT-TYPE PIC A(1).
           05 SLA-OUT-PROTOCOL PIC 9(14).
           05 SLA-OUT-PEOPLE-ID PIC 9(10).
           05 SLA-OUT-CATEGORY PIC A(3).
           05 SLA-OUT-STATUS PIC A(1).
           05 SLA-OUT-RECEIVED-DATE PIC 9(8).
           05 SLA-OUT-DEADLINE PIC 9(8).
           05 SLA-OUT-DAYS PIC S9(5) SIGN LEADING SEPARATE.
           05 SLA-OUT-ASSIGNED-TO PIC A(10).
       01 SLA-OUT-TOTAL.
           05 SLA-OUT-TOT-TYPE PIC A(1).
           05 SLA-OUT-TOT-DATE PIC 9(8).
           05 SLA-OUT-TOT-OVERDUE PIC 9(7).
           05 SLA-OUT-TOT-WARNING PIC 9(7).
           05 FILLER PIC X(38).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-COMPLAINT-SLA'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-PARAM PIC X(2).
       01 FS-COMPLAINT PIC X(2).
       01 FS-SLA PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-WARN-DAYS PIC 9(3) VALUE 2.
       01 WS-DAYS-LEFT PIC S9(5).
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-WARNING-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT PARAM-IN.
           IF FS-PARAM = '00' THEN
               READ PARAM-IN
                   AT END CONTINUE
                   NOT AT END
                     IF PARAM-IN-WARN-DAYS IS NUMERIC THEN
                         MOVE PARAM-IN-WARN-DAYS TO WS-WARN-DAYS
                     END-IF
               END-READ
               CLOSE PARAM-IN
           END-IF.
           OPEN INPUT COMPLAINT-IN.
           OPEN OUTPUT SLA-OUT.
           IF FS-COMPLAINT = '35' THEN
               DISPLAY 'NENHUMA RECLAMACAO CADASTRADA'
           ELSE
           IF FS-COMPLAINT NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR RECLAMACOES: ' FS-COMPLAINT
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLAINT-IN NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                         ADD 1 TO WS-RUN-LOG-READ
                         IF NOT COMPLAINT-IN-ANSWERED THEN
                             PERFORM CONFERE-PRAZO
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAINT-IN
           END-IF
           END-IF.
           MOVE SPACES TO SLA-OUT-TOTAL.
           MOVE 'T' TO SLA-OUT-TOT-TYPE.
           MOVE WS-TODAY TO SLA-OUT-TOT-DATE.
           MOVE WS-OVERDUE-COUNT TO SLA-OUT-TOT-OVERDUE.
           MOVE WS-WARNING-COUNT TO SLA-OUT-TOT-WARNING.
           WRITE SLA-OUT-TOTAL
           END-WRITE.
           CLOSE SLA-OUT.
           DISPLAY 'RECLAMACOES COM PRAZO VENCIDO: ' WS-OVERDUE-COUNT
               ' A VENCER: ' WS-WARNING-COUNT.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Dias corridos ate o prazo; negativo e atraso
       CONFERE-PRAZO.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(COMPLAINT-IN-DEADLINE) -
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT NOT > WS-WARN-DAYS THEN
               INITIALIZE SLA-OUT-RECORD
               IF WS-DAYS-LEFT < 0 THEN
                   MOVE 'V' TO SLA-OUT-TYPE
                   ADD 1 TO WS-OVERDUE-COUNT
               ELSE
                   MOVE 'P' TO SLA-OUT-TYPE
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
               MOVE COMPLAINT-IN-PROTOCOL TO SLA-OUT-PROTOCOL
               MOVE COMPLAINT-IN-PEOPLE-ID TO SLA-OUT-PEOPLE-ID
               MOVE COMPLAINT-IN-CATEGORY TO SLA-OUT-CATEGORY
               MOVE COMPLAINT-IN-STATUS TO SLA-OUT-STATUS
               MOVE COMPLAINT-IN-RECEIVED-DATE
                   TO SLA-OUT-RECEIVED-DATE
               MOVE COMPLAINT-IN-DEADLINE TO SLA-OUT-DEADLINE
               MOVE WS-DAYS-LEFT TO SLA-OUT-DAYS
               MOVE COMPLAINT-IN-ASSIGNED-TO TO SLA-OUT-ASSIGNED-TO
               WRITE SLA-OUT-RECORD
               END-WRITE
               ADD 1 TO WS-RUN-LOG-WRITTEN
           END-IF.
