      *         de liberar os dependentes, confere em
      *         storage/runcontrol.data o par de inicio/termino que o
      *         proprio programa gravou via BANK-RUN-LOG, exigindo
      *         termino da data de movimento corrente (lida de
      *         BANK-PROCESSING-DATE) com codigo de conclusao '00'.
      *         O nome no controle vem em coluna propria porque varios
      *         programas tem PROGRAM-ID maior que os 20 bytes do
      *         registro de controle e gravam um nome abreviado
      *         (BANK-OVERDRAFT-INTEREST grava BANK-OVERDRAFT-INT);
      *         coluna em branco assume o proprio nome do programa.  Termino
      *         ruim ou ausente interrompe a esteira dali em diante.
      *         Antes do primeiro passo chama BANK-BACKUP, que salva
      *         uma geracao dos arquivos de storage/ para BANK-RESTORE
      *         poder voltar a noite; copia ruim nao deixa a esteira
      *         rodar.  Cada passo (a copia como passo 000) e o resumo
      *         final da noite sao gravados em output/nightrun.data
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-CALL-PROGRAM PIC X(30).
       01 WS-END-SEEN PIC A(1).
       01 WS-END-COMPLETION PIC X(2).
       01 WS-CHECK-LOG-NAME PIC X(20).
       01 WS-BACKUP-STATUS PIC A(3).
       01 WS-OK-COUNT PIC 9(3) COMP VALUE 0.
       01 WS-BAD-COUNT PIC 9(3) COMP VALUE 0.

           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT JOBPLAN-IN.
           IF FS-PLAN NOT = '00' THEN
               DISPLAY 'SEM TABELA DE DEPENDENCIAS EM '
           CLOSE JOBPLAN-IN
           MOVE WS-JOB-COUNT TO WS-RUN-LOG-READ
           OPEN OUTPUT NIGHT-OUT
      *    Geracao de copia de seguranca antes do primeiro passo
           DISPLAY 'ESTEIRA: CHAMANDO BANK-BACKUP'
           CALL 'BANK-BACKUP'
           END-CALL
           MOVE 'BANK-BACKUP' TO WS-CHECK-LOG-NAME
           PERFORM CONFERE-RUNCONTROL
           IF WS-END-SEEN = 'Y' AND WS-END-COMPLETION = '00' THEN
               MOVE 'OK ' TO WS-BACKUP-STATUS
               ADD 1 TO WS-OK-COUNT
           ELSE
               MOVE 'ERR' TO WS-BACKUP-STATUS
               ADD 1 TO WS-BAD-COUNT
               MOVE 'Y' TO WS-HALTED
               DISPLAY 'ESTEIRA INTERROMPIDA, COPIA DE SEGURANCA '
                   'SEM TERMINO BOM'
           END-IF
           MOVE SPACES TO NIGHT-OUT-FILE
           SET NIGHT-OUT-STEP TO TRUE
           MOVE 0 TO NIGHT-OUT-SEQ
           MOVE 'BANK-BACKUP' TO NIGHT-OUT-PROGRAM
           MOVE WS-BACKUP-STATUS TO NIGHT-OUT-STATUS
           MOVE WS-END-COMPLETION TO NIGHT-OUT-COMPLETION
           MOVE WS-TODAY TO NIGHT-OUT-DATE
           ACCEPT NIGHT-OUT-TIME FROM TIME
           WRITE NIGHT-OUT-FILE
           END-WRITE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-HALTED = 'Y' THEN
                                 WS-CALL-PROGRAM
                       END-CALL
                       IF WS-JOB-STATUS(WS-JOB-IDX) = SPACES THEN
                           MOVE WS-JOB-LOG-NAME(WS-JOB-IDX) TO
                               WS-CHECK-LOG-NAME
                           PERFORM CONFERE-RUNCONTROL
                           IF WS-END-SEEN = 'Y' AND
                                   WS-END-COMPLETION = '00' THEN
           END-CALL.
           GOBACK.

      *    Ultimo evento do programa para a data de movimento desta
      *    esteira em storage/runcontrol.data: precisa ser um termino
      *    ('E') com codigo de conclusao '00'.  Vale a data de
      *    movimento e nao a da maquina, para que a esteira de um dia
      *    perdido rodada depois da meia-noite confira certo; o passo
      *    que avanca a data grava o termino ja com a data nova
       CONFERE-RUNCONTROL.
           MOVE 'N' TO WS-END-SEEN.
           MOVE SPACES TO WS-END-COMPLETION.
               READ RUN-CONTROL
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     IF RUN-IN-PROGRAM = WS-CHECK-LOG-NAME AND
                             RUN-IN-BUSINESS-DATE NOT <
                             WS-TODAY THEN
                         IF RUN-IN-END THEN
                             MOVE 'Y' TO WS-END-SEEN
                             MOVE RUN-IN-COMPLETION TO
