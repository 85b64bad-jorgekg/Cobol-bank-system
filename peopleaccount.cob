             ALTERNATE RECORD KEY IS HOLDER-RW-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS-HOLDER.
             SELECT BRANCH-RW ASSIGN TO 'storage/branch.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS BRANCH-RW-CODE
             FILE STATUS IS FS-BRANCH.

       DATA DIVISION.
           FILE SECTION.
               05 ACCOUNT-IN-ACCOUNT-ID PIC 9(10).
               05 ACCOUNT-IN-TYPE PIC A(1).
               05 ACCOUNT-IN-CURRENCY PIC A(3).
               05 ACCOUNT-IN-BRANCH PIC 9(4).

           FD PEOPLE-RW.
           01 PEOPLE-RW-FILE.
           01 HOLDER-RW-FILE.
               COPY HOLDERREC REPLACING ==:PFX:== BY ==HOLDER-RW==.

           FD BRANCH-RW.
           01 BRANCH-RW-FILE.
               COPY BRANCHREC REPLACING ==:PFX:== BY ==BRANCH-RW==.

           WORKING-STORAGE SECTION.
           01 WS-ACCOUNT-IN.
               05 WS-ACCOUNT-IN-PEOPLE-ID PIC 9(10).
               05 WS-ACCOUNT-IN-ACCOUNT-ID PIC 9(10).
               05 WS-ACCOUNT-IN-TYPE PIC A(1).
               05 WS-ACCOUNT-IN-CURRENCY PIC A(3).
               05 WS-ACCOUNT-IN-BRANCH PIC 9(4).
           01 WS-EOF PIC A(1).
           01 WS-PEOPLE-EXISTS PIC A(1).
           01 WS-BRANCH-OK PIC A(1).
           01 FS-PEOPLE PIC X(2).
           01 FS-ACCOUNT PIC X(2).
           01 FS-HOLDER PIC X(2).
           01 FS-BRANCH PIC X(2).

       PROCEDURE DIVISION.
           OPEN INPUT ACCOUNT-IN.
           OPEN INPUT PEOPLE-RW.
           OPEN INPUT BRANCH-RW.
           OPEN I-O STATEMENT-OUT.
           IF FS-ACCOUNT = '35' THEN
               CLOSE STATEMENT-OUT
                       INVALID KEY MOVE 'N' TO WS-PEOPLE-EXISTS
                       NOT INVALID KEY MOVE 'Y' TO WS-PEOPLE-EXISTS
                     END-READ
      *              Toda conta de cliente nasce em uma agencia ativa
                     MOVE 'N' TO WS-BRANCH-OK
                     IF FS-BRANCH = '00' THEN
                         MOVE WS-ACCOUNT-IN-BRANCH TO BRANCH-RW-CODE
                         READ BRANCH-RW
                           NOT INVALID KEY
                             IF BRANCH-RW-ACTIVE THEN
                                 MOVE 'Y' TO WS-BRANCH-OK
                             END-IF
                         END-READ
                     END-IF
                     IF WS-PEOPLE-EXISTS = 'Y' AND
                             WS-BRANCH-OK = 'N' THEN
                       DISPLAY 'AGENCIA INVALIDA OU FECHADA: '
                         WS-ACCOUNT-IN-BRANCH
                     ELSE
                     IF WS-PEOPLE-EXISTS = 'Y' THEN
                       MOVE WS-ACCOUNT-IN-ACCOUNT-ID TO ACCOUNT-OUT-ID
                       MOVE WS-ACCOUNT-IN-PEOPLE-ID
                       SET ACCOUNT-OUT-OPEN TO TRUE
                       MOVE SPACE TO ACCOUNT-OUT-FREEZE-REASON
                       MOVE 0 TO ACCOUNT-OUT-HELD-FUNDS
                       MOVE WS-ACCOUNT-IN-BRANCH TO ACCOUNT-OUT-BRANCH
                       IF WS-ACCOUNT-IN-TYPE = 'S' THEN
                           SET ACCOUNT-OUT-SAVINGS TO TRUE
                       ELSE
                       DISPLAY 'CLIENTE NAO ENCONTRADO: '
                         WS-ACCOUNT-IN-PEOPLE-ID
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
           END-IF.
           CLOSE PEOPLE-RW.
           CLOSE STATEMENT-OUT.
           CLOSE HOLDER-RW.
           CLOSE BRANCH-RW.
           GOBACK.
