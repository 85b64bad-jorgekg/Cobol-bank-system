      ******************************************************************
      * Author:
      * Date:
      * Purpose:Maioridade mensal: percorre os vinculos ativos de
      *         storage/legalrep.data e, para cada menor que ja
      *         completou 18 anos na data de movimento, encerra a
      *         representacao legal e zera a data da ultima
      *         confirmacao cadastral em storage/kycreview.data, para
      *         que o novo adulto confirme os proprios dados pela fila
      *         (KYCCONFIRM).  Os clientes alcancados saem na lista de
      *         trabalho output/majority.data
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MAJORITY.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT LEGALREP-RW ASSIGN TO 'storage/legalrep.data'
              ORGANIZATION IS INDEXED
              ACCESS IS SEQUENTIAL
              RECORD KEY IS REP-RW-MINOR-ID
              FILE STATUS IS FS-REP.
              SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-RW-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT KYC-RW ASSIGN TO 'storage/kycreview.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS KYC-RW-PEOPLE-ID
              FILE STATUS IS FS-KYC.
              SELECT MAJORITY-OUT ASSIGN TO 'output/majority.data'
              FILE STATUS IS FS-MAJORITY.

       DATA DIVISION.
       FILE SECTION.
       FD LEGALREP-RW.
       01 LEGALREP-RW-FILE.
           COPY LEGALREPREC REPLACING ==:PFX:== BY ==REP-RW==.

       FD PEOPLE-RW.
       01 PEOPLE-RW-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

       FD KYC-RW.
       01 KYC-RW-FILE.
           COPY KYCREC REPLACING ==:PFX:== BY ==KYC-RW==.

       FD MAJORITY-OUT.
       01 MAJORITY-OUT-FILE.
           05 MAJORITY-OUT-DATE PIC 9(8).
           05 MAJORITY-OUT-PEOPLE-ID PIC 9(10).
           05 MAJORITY-OUT-NAME PIC A(255).
           05 MAJORITY-OUT-CPF PIC A(11).
           05 MAJORITY-OUT-BIRTH PIC A(8).
      *    Representante cujo vinculo foi encerrado
           05 MAJORITY-OUT-REP-ID PIC 9(10).
           05 MAJORITY-OUT-RELATION PIC A(1).

       WORKING-STORAGE SECTION.
       01 WS-RUN-LOG.
           05 WS-RUN-LOG-PROGRAM PIC X(20)
               VALUE 'BANK-MAJORITY'.
           05 WS-RUN-LOG-EVENT PIC A(1).
           05 WS-RUN-LOG-READ PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-WRITTEN PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-REJECTED PIC 9(9) VALUE 0.
           05 WS-RUN-LOG-COMPLETION PIC X(2) VALUE '00'.
       01 WS-EOF PIC A(1).
       01 FS-REP PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-KYC PIC X(2).
       01 FS-MAJORITY PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-BIRTH-ALPHA PIC A(8).
       01 WS-BIRTH-NUM REDEFINES WS-BIRTH-ALPHA PIC 9(8).

       PROCEDURE DIVISION.
           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN I-O LEGALREP-RW.
           IF FS-REP NOT = '00' THEN
               DISPLAY 'SEM REPRESENTANTES EM STORAGE/LEGALREP.DATA: '
                   FS-REP
           ELSE
           OPEN INPUT PEOPLE-RW
           OPEN I-O KYC-RW
           IF FS-KYC = '35' THEN
               CLOSE KYC-RW
               OPEN OUTPUT KYC-RW
               CLOSE KYC-RW
               OPEN I-O KYC-RW
           END-IF
           OPEN OUTPUT MAJORITY-OUT
           IF FS-PEOPLE NOT = '00' OR FS-KYC NOT = '00' OR
                   FS-MAJORITY NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR ARQUIVOS DE MAIORIDADE: '
                   FS-PEOPLE FS-KYC FS-MAJORITY
               MOVE 'ER' TO WS-RUN-LOG-COMPLETION
           ELSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGALREP-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     ADD 1 TO WS-RUN-LOG-READ
                     IF REP-RW-ACTIVE THEN
                         PERFORM CONFERE-MAIORIDADE
                     END-IF
               END-READ
           END-PERFORM
           END-IF
           CLOSE MAJORITY-OUT
           CLOSE KYC-RW
           CLOSE PEOPLE-RW
           CLOSE LEGALREP-RW
           END-IF.
           MOVE 'E' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           GOBACK.

      *    Menor que completou 18 anos (nascimento + 18 anos ate a data
      *    de movimento): vinculo encerrado, confirmacao cadastral
      *    zerada e cliente na lista de trabalho.  Cadastro ausente ou
      *    com nascimento invalido fica para a area de cadastro
       CONFERE-MAIORIDADE.
           MOVE REP-RW-MINOR-ID TO PEOPLE-RW-ID.
           READ PEOPLE-RW
               INVALID KEY
                 DISPLAY 'MENOR SEM CADASTRO: ' REP-RW-MINOR-ID
                 ADD 1 TO WS-RUN-LOG-REJECTED
               NOT INVALID KEY
                 MOVE PEOPLE-RW-BIRTH TO WS-BIRTH-ALPHA
                 IF WS-BIRTH-NUM NOT NUMERIC THEN
                     DISPLAY 'NASCIMENTO INVALIDO: ' REP-RW-MINOR-ID
                     ADD 1 TO WS-RUN-LOG-REJECTED
                 ELSE
                     IF WS-BIRTH-NUM + 180000 NOT > WS-TODAY THEN
                         PERFORM ENCERRA-REPRESENTACAO
                     END-IF
                 END-IF
           END-READ.

       ENCERRA-REPRESENTACAO.
           SET REP-RW-ENDED TO TRUE.
           MOVE WS-TODAY TO REP-RW-END-DATE.
           REWRITE LEGALREP-RW-FILE
           END-REWRITE.
           MOVE REP-RW-MINOR-ID TO KYC-RW-PEOPLE-ID.
           MOVE 0 TO KYC-RW-LAST-DATE.
           SET KYC-RW-FROM-MAJORITY TO TRUE.
           WRITE KYC-RW-FILE
               INVALID KEY
                 REWRITE KYC-RW-FILE
                 END-REWRITE
           END-WRITE.
           MOVE WS-TODAY TO MAJORITY-OUT-DATE.
           MOVE REP-RW-MINOR-ID TO MAJORITY-OUT-PEOPLE-ID.
           MOVE PEOPLE-RW-NAME TO MAJORITY-OUT-NAME.
           MOVE PEOPLE-RW-CPF TO MAJORITY-OUT-CPF.
           MOVE PEOPLE-RW-BIRTH TO MAJORITY-OUT-BIRTH.
           MOVE REP-RW-REP-ID TO MAJORITY-OUT-REP-ID.
           MOVE REP-RW-RELATION TO MAJORITY-OUT-RELATION.
           WRITE MAJORITY-OUT-FILE
           END-WRITE.
           ADD 1 TO WS-RUN-LOG-WRITTEN.
           DISPLAY 'MAIORIDADE, REPRESENTACAO ENCERRADA: '
               REP-RW-MINOR-ID.
