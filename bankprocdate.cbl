      ******************************************************************
      * Author:
      * Date:
      * Purpose:Subprograma comum da data de movimento: devolve no
      *         campo recebido a data corrente do registro de controle
      *         storage/businessdate.data, mantido por
      *         BANK-DATE-ADVANCE.  Todo programa chama no lugar da
      *         data da maquina, para que lancamentos, TXN-IDs e
      *         vencimentos de uma noite perdida ou reprocessada saiam
      *         com o dia de movimento certo.  Sem registro de
      *         controle assume a data da maquina e avisa uma vez
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PROCESSING-DATE.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT BUSDATE-IN ASSIGN TO 'storage/businessdate.data'
              FILE STATUS IS FS-BUSDATE.

       DATA DIVISION.
       FILE SECTION.
       FD BUSDATE-IN.
       01 BUSDATE-IN-RECORD.
           COPY BUSDATEREC REPLACING ==:PFX:== BY ==BUSDATE-IN==.

       WORKING-STORAGE SECTION.
       01 FS-BUSDATE PIC X(2).
       01 WS-FOUND PIC A(1).
       01 WS-WARNED PIC A(1) VALUE 'N'.

       LINKAGE SECTION.
       01 PROCDATE-DATE PIC 9(8).

       PROCEDURE DIVISION USING PROCDATE-DATE.
      *    Relido a cada chamada: o avanco pode rodar na mesma
      *    execucao de quem consulta
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT BUSDATE-IN.
           IF FS-BUSDATE = '00' THEN
               READ BUSDATE-IN
                   AT END CONTINUE
                   NOT AT END
                     IF BUSDATE-IN-CURRENT-DATE > 0 THEN
                         MOVE BUSDATE-IN-CURRENT-DATE TO
                             PROCDATE-DATE
                         MOVE 'Y' TO WS-FOUND
                     END-IF
               END-READ
               CLOSE BUSDATE-IN
           END-IF.
           IF WS-FOUND = 'N' THEN
               ACCEPT PROCDATE-DATE FROM DATE YYYYMMDD
               IF WS-WARNED = 'N' THEN
                   DISPLAY 'SEM DATA DE MOVIMENTO EM '
                       'STORAGE/BUSINESSDATE.DATA, USANDO A DATA '
                       'DA MAQUINA: ' PROCDATE-DATE
                   MOVE 'Y' TO WS-WARNED
               END-IF
           END-IF.
           GOBACK.
