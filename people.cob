             ACCESS IS RANDOM
             RECORD KEY IS HOLD-RW-ID
             FILE STATUS IS FS-HOLD.
             SELECT LEGALREP-RW ASSIGN TO 'storage/legalrep.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS REP-RW-MINOR-ID
             FILE STATUS IS FS-REP.

       DATA DIVISION.
           FILE SECTION.
           FD PEOPLE-IN.
           01 PEOPLE-IN-FILE.
               03 PEOPLE-IN-DATA.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-IN==.
      *        Representante legal, obrigatorio no cadastro de menor
      *        de 18 anos: ID do cliente pai, mae ou tutor e parentesco
               03 PEOPLE-IN-REP-ID PIC 9(10).
               03 PEOPLE-IN-REP-RELATION PIC A(1).

           FD PEOPLE-RW.
           01 PEOPLE-RW-FILE.
               03 HOLD-RW-PEOPLE.
                   COPY PEOPLEREC REPLACING ==:PFX:== BY ==HOLD-PR==.

           FD LEGALREP-RW.
           01 LEGALREP-RW-FILE.
               COPY LEGALREPREC REPLACING ==:PFX:== BY ==REP-RW==.

           WORKING-STORAGE SECTION.
           01 WS-PEOPLE-IN.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==WS-PEOPLE-IN==.
           01 FS-PEOPLE PIC X(2).
           01 FS-SESSION PIC X(2).
           01 FS-HOLD PIC X(2).
           01 FS-REP PIC X(2).
           01 WS-MINOR PIC A(1).
           01 WS-REP-OK PIC A(1).
           01 WS-BIRTH-ALPHA PIC A(8).
           01 WS-BIRTH-NUM REDEFINES WS-BIRTH-ALPHA PIC 9(8).

           LINKAGE SECTION.
           01 WS-INPUT.
             CLOSE HOLD-RW
             OPEN OUTPUT HOLD-RW
         END-IF.
         OPEN I-O LEGALREP-RW.
         IF FS-REP = '35' THEN
             CLOSE LEGALREP-RW
             OPEN OUTPUT LEGALREP-RW
         END-IF.
         CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
         END-CALL.
           PERFORM UNTIL WS-EOF='Y'
             READ PEOPLE-IN
               AT END MOVE 'Y' TO WS-EOF
                 not at end
                   MOVE PEOPLE-IN-DATA TO WS-PEOPLE-IN
                   CALL 'PEOPLEVALID' USING WS-PEOPLE-IN WS-VALID-FLAG
                       WS-REJECT-REASON
                   END-CALL
                     NOT INVALID KEY MOVE 'Y' TO WS-CUSTOMER-EXISTS
                   END-READ
                   IF WS-CUSTOMER-EXISTS = 'N' THEN
      *              Menor de 18 anos (nascimento + 18 anos depois da
      *              data de movimento) so entra com representante
      *              legal cadastrado, ativo e maior de idade
                     MOVE 'N' TO WS-MINOR
                     MOVE 'Y' TO WS-REP-OK
                     MOVE WS-PEOPLE-IN-BIRTH TO WS-BIRTH-ALPHA
                     IF WS-BIRTH-NUM NUMERIC THEN
                         IF WS-BIRTH-NUM + 180000 > WS-TODAY THEN
                             MOVE 'Y' TO WS-MINOR
                             MOVE 'N' TO WS-REP-OK
                         END-IF
                     END-IF
                     IF WS-MINOR = 'Y' AND PEOPLE-IN-REP-ID NOT = 0
                         AND PEOPLE-IN-REP-ID NOT = WS-PEOPLE-IN-ID
                         AND (PEOPLE-IN-REP-RELATION = 'P' OR 'T') THEN
                         MOVE PEOPLE-IN-REP-ID TO PEOPLE-RW-ID
                         READ PEOPLE-RW
                           INVALID KEY
                             CONTINUE
                           NOT INVALID KEY
                             MOVE PEOPLE-RW-BIRTH TO WS-BIRTH-ALPHA
                             IF PEOPLE-RW-ACTIVE
                                 AND WS-BIRTH-NUM NUMERIC THEN
                                 IF WS-BIRTH-NUM + 180000
                                     NOT > WS-TODAY THEN
                                     MOVE 'Y' TO WS-REP-OK
                                 END-IF
                             END-IF
                         END-READ
                     END-IF
                     IF WS-REP-OK = 'N' THEN
                         MOVE WS-PEOPLE-IN-ID TO PEOPLE-EXCEPT-ID
                         MOVE 'MENOR SEM REPRESENTANTE LEGAL VALIDO'
                             TO PEOPLE-EXCEPT-REASON
                         WRITE PEOPLE-EXCEPT-FILE
                         DISPLAY 'MENOR SEM REPRESENTANTE LEGAL: '
                             WS-PEOPLE-IN-ID
                     ELSE
                     CALL 'PEOPLEWATCH' USING WS-PEOPLE-IN
                         WS-WATCH-FLAG WS-WATCH-REASON
                     END-CALL
                         WRITE PEOPLE-EXCEPT-FILE
                         DISPLAY 'CADASTRO RETIDO PARA COMPLIANCE: '
                             WS-PEOPLE-IN-ID ' - ' WS-WATCH-REASON
                         MOVE 'S' TO WS-SAVE-STATUS
                     ELSE
                     CALL 'PEOPLESAVE' USING BY CONTENT WS-PEOPLE-IN
                         WS-SAVE-STATUS
                         WRITE PEOPLE-EXCEPT-FILE
                     END-IF
                     END-IF
      *              Cadastro gravado ou retido: vincula o menor ao
      *              representante a partir da data de movimento
                     IF WS-MINOR = 'Y' AND WS-SAVE-STATUS NOT = 'D' THEN
                         MOVE WS-PEOPLE-IN-ID TO REP-RW-MINOR-ID
                         MOVE PEOPLE-IN-REP-ID TO REP-RW-REP-ID
                         MOVE PEOPLE-IN-REP-RELATION TO REP-RW-RELATION
                         MOVE WS-TODAY TO REP-RW-START-DATE
                         MOVE 0 TO REP-RW-END-DATE
                         SET REP-RW-ACTIVE TO TRUE
                         WRITE LEGALREP-RW-FILE
                           INVALID KEY
                             REWRITE LEGALREP-RW-FILE
                             END-REWRITE
                         END-WRITE
                     END-IF
                     END-IF
                   ELSE
                     IF PEOPLE-RW-BLOCKED THEN
                         MOVE 'Y' TO WS-CUSTOMER-BLOCKED
           CLOSE SESSION-RW.
           CLOSE PEOPLE-EXCEPT.
           CLOSE HOLD-RW.
           CLOSE LEGALREP-RW.
           DISPLAY 'Operacao para a sessao: 'WS-INPUT-SIGNATURE.
           goback.
