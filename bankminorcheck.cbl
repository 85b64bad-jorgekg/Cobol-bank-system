      ******************************************************************
      * Author:
      * Date:
      * Purpose:Subprograma de conferencia de conta de menor: dado a
      *         conta e a assinatura (token de sessao) do movimento,
      *         devolve 'Y' em MINOR-CHK-REFUSED quando o titular da
      *         conta e menor de 18 anos e o token nao e o da sessao
      *         vigente do representante legal ativo em
      *         storage/legalrep.data (ou o menor nao tem
      *         representante).  A janela 2 do SISTEMBANK recusa esses
      *         saques e transferencias com status 'MEN'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MINOR-CHECK.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
              FILE-CONTROL.
              SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY ACCOUNT-OUT-ID
              ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                  WITH DUPLICATES
              FILE STATUS IS FS.
              SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS PEOPLE-RW-ID
              FILE STATUS IS FS-PEOPLE.
              SELECT LEGALREP-RW ASSIGN TO 'storage/legalrep.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS REP-RW-MINOR-ID
              FILE STATUS IS FS-REP.
              SELECT SESSION-RW ASSIGN TO 'storage/session.data'
              ORGANIZATION IS INDEXED
              ACCESS IS RANDOM
              RECORD KEY IS SESSION-RW-PEOPLE-ID
              FILE STATUS IS FS-SESSION.

       DATA DIVISION.
       FILE SECTION.
       FD STATEMENT-OUT.
       01 ACCOUNT-OUT-MOVEMENT.
           COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

       FD PEOPLE-RW.
       01 PEOPLE-RW-FILE.
           COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

       FD LEGALREP-RW.
       01 LEGALREP-RW-FILE.
           COPY LEGALREPREC REPLACING ==:PFX:== BY ==REP-RW==.

       FD SESSION-RW.
       01 SESSION-RW-FILE.
           COPY SESSIONREC REPLACING ==:PFX:== BY ==SESSION-RW==.

       WORKING-STORAGE SECTION.
       01 FS PIC X(2).
       01 FS-PEOPLE PIC X(2).
       01 FS-REP PIC X(2).
       01 FS-SESSION PIC X(2).
       01 WS-TODAY PIC 9(8).
       01 WS-HOLDER-ID PIC 9(10).
       01 WS-MINOR PIC A(1).
       01 WS-BIRTH-ALPHA PIC A(8).
       01 WS-BIRTH-NUM REDEFINES WS-BIRTH-ALPHA PIC 9(8).

       LINKAGE SECTION.
       01 MINOR-CHK.
           05 MINOR-CHK-ACCOUNT-ID PIC 9(10).
           05 MINOR-CHK-SIGNATURE PIC A(10).
           05 MINOR-CHK-REFUSED PIC A(1).

       PROCEDURE DIVISION USING MINOR-CHK.
           MOVE 'N' TO MINOR-CHK-REFUSED.
           MOVE 'N' TO WS-MINOR.
           MOVE 0 TO WS-HOLDER-ID.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT STATEMENT-OUT.
           IF FS = '00' THEN
               MOVE MINOR-CHK-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE ACCOUNT-OUT-PEOPLE-ID TO WS-HOLDER-ID
               END-READ
               CLOSE STATEMENT-OUT
           END-IF.
      *    Maioridade pela data de nascimento AAAAMMDD: menor enquanto
      *    nascimento + 18 anos passa da data de movimento
           IF WS-HOLDER-ID NOT = 0 THEN
               OPEN INPUT PEOPLE-RW
               IF FS-PEOPLE = '00' THEN
                   MOVE WS-HOLDER-ID TO PEOPLE-RW-ID
                   READ PEOPLE-RW
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         MOVE PEOPLE-RW-BIRTH TO WS-BIRTH-ALPHA
                         IF WS-BIRTH-NUM NUMERIC THEN
                             IF WS-BIRTH-NUM + 180000 > WS-TODAY THEN
                                 MOVE 'Y' TO WS-MINOR
                             END-IF
                         END-IF
                   END-READ
                   CLOSE PEOPLE-RW
               END-IF
           END-IF.
           IF WS-MINOR = 'N' THEN
               GOBACK
           END-IF.
           MOVE 'Y' TO MINOR-CHK-REFUSED.
           OPEN INPUT LEGALREP-RW.
           IF FS-REP NOT = '00' THEN
               DISPLAY 'CONTA DE MENOR SEM REPRESENTANTE LEGAL: '
                   MINOR-CHK-ACCOUNT-ID
               GOBACK
           END-IF.
           MOVE WS-HOLDER-ID TO REP-RW-MINOR-ID.
           READ LEGALREP-RW
               INVALID KEY
                 DISPLAY 'CONTA DE MENOR SEM REPRESENTANTE LEGAL: '
                     MINOR-CHK-ACCOUNT-ID
               NOT INVALID KEY
                 IF NOT REP-RW-ACTIVE THEN
                     DISPLAY 'CONTA DE MENOR SEM REPRESENTANTE '
                         'LEGAL: ' MINOR-CHK-ACCOUNT-ID
                 ELSE
                     OPEN INPUT SESSION-RW
                     IF FS-SESSION = '00' THEN
                         MOVE REP-RW-REP-ID TO SESSION-RW-PEOPLE-ID
                         READ SESSION-RW
                             INVALID KEY
                               CONTINUE
                             NOT INVALID KEY
                               IF SESSION-RW-TOKEN =
                                       MINOR-CHK-SIGNATURE AND
                                       SESSION-RW-EXPIRES-DATE
                                       NOT < WS-TODAY THEN
                                   MOVE 'N' TO MINOR-CHK-REFUSED
                               END-IF
                         END-READ
                         CLOSE SESSION-RW
                     END-IF
                     IF MINOR-CHK-REFUSED = 'Y' THEN
                         DISPLAY 'MOVIMENTO DE CONTA DE MENOR SEM '
                             'SESSAO DO REPRESENTANTE: '
                             MINOR-CHK-ACCOUNT-ID
                     END-IF
                 END-IF
           END-READ.
           CLOSE LEGALREP-RW.
           GOBACK.
