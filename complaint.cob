      ******************************************************************
      * Author:
      * Date:
      * Purpose:Cadastro de reclamacoes do SAC e da ouvidoria pela fila
      *         de entrada (input/complaint.data).  Abertura ('A') do
      *         cliente, com vinculo opcional a conta, lancamento do
      *         razao, cartao ou emprestimo, categoria e canal: recebe
      *         o protocolo (data de processamento + sequencia do dia)
      *         e o prazo do SAC em dias corridos.  Designacao ('D')
      *         para um atendente poe em analise; resposta ('R')
      *         registra o resultado (procedente ou improcedente) e a
      *         solucao; escalada ('O') passa para a ouvidoria com o
      *         prazo dela em dias uteis, e a resposta seguinte vai
      *         para os campos da ouvidoria sem apagar a do SAC.
      *         Toda acao exige matricula de atendimento ativa e fica
      *         em storage/complaintaudit.data.
      *         Prazos de storage/complaintparam.data, ou os padroes
      *         internos
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
             SELECT COMPLAINT-IN ASSIGN TO 'input/complaint.data'.
             SELECT COMPLAINT-RW ASSIGN TO 'storage/complaint.data'
             ORGANIZATION IS INDEXED
             ACCESS IS DYNAMIC
             RECORD KEY IS COMPLAINT-RW-PROTOCOL
             FILE STATUS IS FS-COMPLAINT.
             SELECT COMPLAINT-PARAM
                 ASSIGN TO 'storage/complaintparam.data'
             FILE STATUS IS FS-PARAM.
             SELECT COMPLAINT-AUDIT
                 ASSIGN TO 'storage/complaintaudit.data'
             FILE STATUS IS FS-AUDIT.
             SELECT PEOPLE-RW ASSIGN TO 'storage/people.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS PEOPLE-RW-ID
             FILE STATUS IS FS-PEOPLE.
             SELECT STATEMENT-OUT ASSIGN TO 'storage/statement.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS ACCOUNT-OUT-ID
             ALTERNATE RECORD KEY IS ACCOUNT-OUT-PEOPLE-ID
                 WITH DUPLICATES
             FILE STATUS IS FS.
             SELECT CARD-RW ASSIGN TO 'storage/card.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS CARD-RW-NUMBER
             FILE STATUS IS FS-CARD.
             SELECT LOAN-RW ASSIGN TO 'storage/loan.data'
             ORGANIZATION IS INDEXED
             ACCESS IS RANDOM
             RECORD KEY IS LOAN-RW-ID
             FILE STATUS IS FS-LOAN.

       DATA DIVISION.
           FILE SECTION.
           FD COMPLAINT-IN.
           01 COMPLAINT-IN-FILE.
               05 COMPLAINT-IN-ACTION PIC A(1).
               05 COMPLAINT-IN-PROTOCOL PIC 9(14).
               05 COMPLAINT-IN-PEOPLE-ID PIC 9(10).
               05 COMPLAINT-IN-ACCOUNT-ID PIC 9(10).
               05 COMPLAINT-IN-TXN-ID PIC 9(14).
               05 COMPLAINT-IN-CARD-NUMBER PIC 9(16).
               05 COMPLAINT-IN-LOAN-ID PIC 9(10).
               05 COMPLAINT-IN-CATEGORY PIC A(3).
               05 COMPLAINT-IN-CHANNEL PIC A(1).
               05 COMPLAINT-IN-TEXT PIC A(80).
               05 COMPLAINT-IN-OPERATOR PIC A(10).
               05 COMPLAINT-IN-OUTCOME PIC A(1).

           FD COMPLAINT-RW.
           01 COMPLAINT-RW-FILE.
               COPY COMPLAINTREC
                   REPLACING ==:PFX:== BY ==COMPLAINT-RW==.

           FD COMPLAINT-PARAM.
           01 COMPLAINT-PARAM-FILE.
               05 COMPLAINT-PARAM-SAC-DAYS PIC 9(3).
               05 COMPLAINT-PARAM-OMBUDSMAN-DAYS PIC 9(3).
               05 COMPLAINT-PARAM-WARN-DAYS PIC 9(3).

           FD COMPLAINT-AUDIT.
           01 COMPLAINT-AUDIT-FILE.
               05 COMPLAINT-AUDIT-PROTOCOL PIC 9(14).
               05 COMPLAINT-AUDIT-ACTION PIC A(1).
               05 COMPLAINT-AUDIT-STATUS PIC A(1).
               05 COMPLAINT-AUDIT-OPERATOR PIC A(10).
               05 COMPLAINT-AUDIT-DATE PIC 9(8).
               05 COMPLAINT-AUDIT-TIME PIC 9(8).

           FD PEOPLE-RW.
           01 PEOPLE-RW-FILE.
               COPY PEOPLEREC REPLACING ==:PFX:== BY ==PEOPLE-RW==.

           FD STATEMENT-OUT.
           01 ACCOUNT-OUT-MOVEMENT.
               COPY ACCOUNTREC REPLACING ==:PFX:== BY ==ACCOUNT-OUT==.

           FD CARD-RW.
           01 CARD-RW-FILE.
               COPY CARDREC REPLACING ==:PFX:== BY ==CARD-RW==.

           FD LOAN-RW.
           01 LOAN-RW-FILE.
               COPY LOANREC REPLACING ==:PFX:== BY ==LOAN-RW==.

           WORKING-STORAGE SECTION.
           01 WS-COMPLAINT-IN.
               05 WS-COMPLAINT-IN-ACTION PIC A(1).
               05 WS-COMPLAINT-IN-PROTOCOL PIC 9(14).
               05 WS-COMPLAINT-IN-PEOPLE-ID PIC 9(10).
               05 WS-COMPLAINT-IN-ACCOUNT-ID PIC 9(10).
               05 WS-COMPLAINT-IN-TXN-ID PIC 9(14).
               05 WS-COMPLAINT-IN-CARD-NUMBER PIC 9(16).
               05 WS-COMPLAINT-IN-LOAN-ID PIC 9(10).
               05 WS-COMPLAINT-IN-CATEGORY PIC A(3).
                   88 WS-COMPLAINT-IN-CAT-VALID VALUE 'CON' 'TAR'
                       'CAR' 'CRD' 'PAG' 'FRA' 'ATD' 'OUT'.
               05 WS-COMPLAINT-IN-CHANNEL PIC A(1).
                   88 WS-COMPLAINT-IN-CHANNEL-VALID VALUE 'A' 'T'
                       'I' 'F' 'R'.
               05 WS-COMPLAINT-IN-TEXT PIC A(80).
               05 WS-COMPLAINT-IN-OPERATOR PIC A(10).
               05 WS-COMPLAINT-IN-OUTCOME PIC A(1).
      *    Prazos: SAC em dias corridos, ouvidoria em dias uteis
           01 WS-SAC-DAYS PIC 9(3) VALUE 7.
           01 WS-OMBUDSMAN-DAYS PIC 9(3) VALUE 10.
           01 WS-DAY-COUNT PIC 9(3).
           01 WS-DEADLINE PIC 9(8).
           01 WS-NEXT-PROTOCOL PIC 9(14).
           01 WS-PROTOCOL-DAY PIC 9(8).
           01 WS-SCAN-DONE PIC A(1).
           01 WS-EOF PIC A(1).
           01 WS-VALID PIC A(1).
           01 WS-TODAY PIC 9(8).
           01 FS PIC X(2).
           01 FS-COMPLAINT PIC X(2).
           01 FS-PARAM PIC X(2).
           01 FS-AUDIT PIC X(2).
           01 FS-PEOPLE PIC X(2).
           01 FS-CARD PIC X(2).
           01 FS-LOAN PIC X(2).
           01 WS-OPER-CHK.
               05 WS-OPER-CHK-MATRICULA PIC A(10).
               05 WS-OPER-CHK-ROLE PIC A(1).
               05 WS-OPER-CHK-PROGRAM PIC X(20) VALUE 'COMPLAINT'.
               05 WS-OPER-CHK-OK PIC A(1).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT COMPLAINT-PARAM.
           IF FS-PARAM = '00' THEN
               READ COMPLAINT-PARAM
                   AT END CONTINUE
                   NOT AT END
                     IF COMPLAINT-PARAM-SAC-DAYS NUMERIC AND
                             COMPLAINT-PARAM-SAC-DAYS > 0 THEN
                         MOVE COMPLAINT-PARAM-SAC-DAYS TO WS-SAC-DAYS
                     END-IF
                     IF COMPLAINT-PARAM-OMBUDSMAN-DAYS NUMERIC AND
                             COMPLAINT-PARAM-OMBUDSMAN-DAYS > 0 THEN
                         MOVE COMPLAINT-PARAM-OMBUDSMAN-DAYS
                             TO WS-OMBUDSMAN-DAYS
                     END-IF
               END-READ
               CLOSE COMPLAINT-PARAM
           END-IF.
           OPEN INPUT COMPLAINT-IN.
           OPEN INPUT PEOPLE-RW.
           OPEN INPUT STATEMENT-OUT.
           OPEN INPUT CARD-RW.
           OPEN INPUT LOAN-RW.
           OPEN I-O COMPLAINT-RW.
           IF FS-COMPLAINT = '35' THEN
               CLOSE COMPLAINT-RW
               OPEN OUTPUT COMPLAINT-RW
               CLOSE COMPLAINT-RW
               OPEN I-O COMPLAINT-RW
           END-IF.
           IF FS-COMPLAINT NOT = '00' OR FS-PEOPLE NOT = '00' THEN
               DISPLAY 'ERRO AO ABRIR RECLAMACOES OU CLIENTES: '
                   FS-COMPLAINT ' ' FS-PEOPLE
           ELSE
           PERFORM ULTIMO-PROTOCOLO
           PERFORM UNTIL WS-EOF = 'Y'
               READ COMPLAINT-IN INTO WS-COMPLAINT-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                     MOVE WS-COMPLAINT-IN-OPERATOR
                         TO WS-OPER-CHK-MATRICULA
                     MOVE 'A' TO WS-OPER-CHK-ROLE
                     CALL 'BANK-OPERATOR-CHECK' USING WS-OPER-CHK
                     END-CALL
                     IF WS-OPER-CHK-OK = 'N' THEN
                         DISPLAY 'RECLAMACAO RECUSADA, MATRICULA SEM '
                             'ALCADA: ' WS-COMPLAINT-IN-OPERATOR
                     ELSE
                     IF WS-COMPLAINT-IN-ACTION = 'A' THEN
                         PERFORM ABRE-RECLAMACAO
                     ELSE
                     IF WS-COMPLAINT-IN-ACTION = 'D' OR
                             WS-COMPLAINT-IN-ACTION = 'R' OR
                             WS-COMPLAINT-IN-ACTION = 'O' THEN
                         PERFORM ATUALIZA-RECLAMACAO
                     ELSE
                         DISPLAY 'ACAO DE RECLAMACAO INVALIDA: '
                             WS-COMPLAINT-IN-ACTION
                     END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
           END-IF.
           CLOSE COMPLAINT-IN.
           IF FS-PEOPLE = '00' THEN
               CLOSE PEOPLE-RW
           END-IF.
           IF FS = '00' THEN
               CLOSE STATEMENT-OUT
           END-IF.
           IF FS-CARD = '00' THEN
               CLOSE CARD-RW
           END-IF.
           IF FS-LOAN = '00' THEN
               CLOSE LOAN-RW
           END-IF.
           CLOSE COMPLAINT-RW.
           GOBACK.

      *    Protocolo continua a sequencia do dia ja aberta
       ULTIMO-PROTOCOLO.
           COMPUTE WS-NEXT-PROTOCOL = WS-TODAY * 1000000.
           MOVE WS-NEXT-PROTOCOL TO COMPLAINT-RW-PROTOCOL.
           START COMPLAINT-RW
               KEY IS NOT LESS THAN COMPLAINT-RW-PROTOCOL
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE
               NOT INVALID KEY MOVE 'N' TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ COMPLAINT-RW NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                     COMPUTE WS-PROTOCOL-DAY =
                         COMPLAINT-RW-PROTOCOL / 1000000
                     IF WS-PROTOCOL-DAY NOT = WS-TODAY THEN
                         MOVE 'Y' TO WS-SCAN-DONE
                     ELSE
                         MOVE COMPLAINT-RW-PROTOCOL
                             TO WS-NEXT-PROTOCOL
                     END-IF
               END-READ
           END-PERFORM.

       ABRE-RECLAMACAO.
           MOVE 'Y' TO WS-VALID.
           IF WS-COMPLAINT-IN-CHANNEL = SPACE THEN
               MOVE 'A' TO WS-COMPLAINT-IN-CHANNEL
           END-IF.
           IF NOT WS-COMPLAINT-IN-CAT-VALID THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'CATEGORIA DE RECLAMACAO INVALIDA: '
                   WS-COMPLAINT-IN-CATEGORY
           ELSE
           IF NOT WS-COMPLAINT-IN-CHANNEL-VALID THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'CANAL DE RECLAMACAO INVALIDO: '
                   WS-COMPLAINT-IN-CHANNEL
           ELSE
           IF WS-COMPLAINT-IN-TEXT = SPACES THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'RECLAMACAO SEM DESCRICAO: '
                   WS-COMPLAINT-IN-PEOPLE-ID
           END-IF
           END-IF
           END-IF.
           IF WS-VALID = 'Y' THEN
               MOVE WS-COMPLAINT-IN-PEOPLE-ID TO PEOPLE-RW-ID
               READ PEOPLE-RW
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CLIENTE DA RECLAMACAO NAO ENCONTRADO: '
                         WS-COMPLAINT-IN-PEOPLE-ID
               END-READ
           END-IF.
           IF WS-VALID = 'Y' AND WS-COMPLAINT-IN-ACCOUNT-ID > 0 THEN
               MOVE WS-COMPLAINT-IN-ACCOUNT-ID TO ACCOUNT-OUT-ID
               READ STATEMENT-OUT
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CONTA DA RECLAMACAO NAO ENCONTRADA: '
                         WS-COMPLAINT-IN-ACCOUNT-ID
               END-READ
           END-IF.
           IF WS-VALID = 'Y' AND WS-COMPLAINT-IN-TXN-ID > 0 AND
                   WS-COMPLAINT-IN-ACCOUNT-ID = 0 THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'LANCAMENTO DA RECLAMACAO SEM A CONTA: '
                   WS-COMPLAINT-IN-TXN-ID
           END-IF.
           IF WS-VALID = 'Y' AND WS-COMPLAINT-IN-CARD-NUMBER > 0 THEN
               MOVE WS-COMPLAINT-IN-CARD-NUMBER TO CARD-RW-NUMBER
               READ CARD-RW
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'CARTAO DA RECLAMACAO NAO ENCONTRADO: '
                         WS-COMPLAINT-IN-CARD-NUMBER
               END-READ
           END-IF.
           IF WS-VALID = 'Y' AND WS-COMPLAINT-IN-LOAN-ID > 0 THEN
               MOVE WS-COMPLAINT-IN-LOAN-ID TO LOAN-RW-ID
               READ LOAN-RW
                   INVALID KEY
                     MOVE 'N' TO WS-VALID
                     DISPLAY 'EMPRESTIMO DA RECLAMACAO NAO '
                         'ENCONTRADO: ' WS-COMPLAINT-IN-LOAN-ID
               END-READ
           END-IF.
           IF WS-VALID = 'Y' THEN
               ADD 1 TO WS-NEXT-PROTOCOL
               INITIALIZE COMPLAINT-RW-FILE
               MOVE WS-NEXT-PROTOCOL TO COMPLAINT-RW-PROTOCOL
               MOVE WS-COMPLAINT-IN-PEOPLE-ID TO COMPLAINT-RW-PEOPLE-ID
               MOVE WS-COMPLAINT-IN-ACCOUNT-ID
                   TO COMPLAINT-RW-ACCOUNT-ID
               MOVE WS-COMPLAINT-IN-TXN-ID TO COMPLAINT-RW-TXN-ID
               MOVE WS-COMPLAINT-IN-CARD-NUMBER
                   TO COMPLAINT-RW-CARD-NUMBER
               MOVE WS-COMPLAINT-IN-LOAN-ID TO COMPLAINT-RW-LOAN-ID
               MOVE WS-COMPLAINT-IN-CATEGORY TO COMPLAINT-RW-CATEGORY
               MOVE WS-COMPLAINT-IN-CHANNEL TO COMPLAINT-RW-CHANNEL
               MOVE WS-COMPLAINT-IN-TEXT TO COMPLAINT-RW-DESCRIPTION
               MOVE WS-TODAY TO COMPLAINT-RW-RECEIVED-DATE
               COMPUTE COMPLAINT-RW-DEADLINE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-SAC-DAYS)
               SET COMPLAINT-RW-OPEN TO TRUE
               MOVE WS-COMPLAINT-IN-OPERATOR TO COMPLAINT-RW-OPENED-BY
               WRITE COMPLAINT-RW-FILE
                   INVALID KEY
                     DISPLAY 'PROTOCOLO JA EXISTE: '
                         COMPLAINT-RW-PROTOCOL
                   NOT INVALID KEY
                     PERFORM GRAVA-AUDITORIA
                     DISPLAY 'RECLAMACAO ABERTA: '
                         COMPLAINT-RW-PROTOCOL ' PRAZO '
                         COMPLAINT-RW-DEADLINE
               END-WRITE
           END-IF.

      *    Designacao, resposta e escalada de reclamacao existente;
      *    respondida so volta pela escalada para a ouvidoria
       ATUALIZA-RECLAMACAO.
           MOVE WS-COMPLAINT-IN-PROTOCOL TO COMPLAINT-RW-PROTOCOL.
           READ COMPLAINT-RW
               INVALID KEY
                 DISPLAY 'RECLAMACAO NAO ENCONTRADA: '
                     WS-COMPLAINT-IN-PROTOCOL
               NOT INVALID KEY
                 MOVE 'Y' TO WS-VALID
                 IF WS-COMPLAINT-IN-ACTION = 'D' THEN
                     PERFORM DESIGNA-RECLAMACAO
                 ELSE
                 IF WS-COMPLAINT-IN-ACTION = 'R' THEN
                     PERFORM RESPONDE-RECLAMACAO
                 ELSE
                     PERFORM ESCALA-RECLAMACAO
                 END-IF
                 END-IF
                 IF WS-VALID = 'Y' THEN
                     REWRITE COMPLAINT-RW-FILE
                     END-REWRITE
                     PERFORM GRAVA-AUDITORIA
                 END-IF
           END-READ.

       DESIGNA-RECLAMACAO.
           IF COMPLAINT-RW-ANSWERED THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'RECLAMACAO JA RESPONDIDA: '
                   COMPLAINT-RW-PROTOCOL
           ELSE
               MOVE WS-COMPLAINT-IN-OPERATOR
                   TO COMPLAINT-RW-ASSIGNED-TO
               MOVE WS-TODAY TO COMPLAINT-RW-ASSIGN-DATE
               IF COMPLAINT-RW-OPEN THEN
                   SET COMPLAINT-RW-IN-ANALYSIS TO TRUE
               END-IF
               DISPLAY 'RECLAMACAO DESIGNADA: '
                   COMPLAINT-RW-PROTOCOL ' PARA '
                   WS-COMPLAINT-IN-OPERATOR
           END-IF.

       RESPONDE-RECLAMACAO.
           IF COMPLAINT-RW-ANSWERED THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'RECLAMACAO JA RESPONDIDA: '
                   COMPLAINT-RW-PROTOCOL
           ELSE
           IF WS-COMPLAINT-IN-OUTCOME NOT = 'P' AND
                   WS-COMPLAINT-IN-OUTCOME NOT = 'I' THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'RESULTADO DE RECLAMACAO INVALIDO: '
                   WS-COMPLAINT-IN-OUTCOME
           ELSE
               SET COMPLAINT-RW-ANSWERED TO TRUE
      *        Escalada: a resposta e da ouvidoria, a do SAC fica
               IF COMPLAINT-RW-ESCALATE-DATE > 0 THEN
                   MOVE WS-TODAY TO COMPLAINT-RW-OMB-ANSWER-DATE
                   MOVE WS-COMPLAINT-IN-OPERATOR
                       TO COMPLAINT-RW-OMB-ANSWERED-BY
                   MOVE WS-COMPLAINT-IN-OUTCOME
                       TO COMPLAINT-RW-OMB-OUTCOME
                   MOVE WS-COMPLAINT-IN-TEXT
                       TO COMPLAINT-RW-OMB-RESOLUTION
               ELSE
                   MOVE WS-TODAY TO COMPLAINT-RW-ANSWER-DATE
                   MOVE WS-COMPLAINT-IN-OPERATOR
                       TO COMPLAINT-RW-ANSWERED-BY
                   MOVE WS-COMPLAINT-IN-OUTCOME
                       TO COMPLAINT-RW-OUTCOME
                   MOVE WS-COMPLAINT-IN-TEXT
                       TO COMPLAINT-RW-RESOLUTION
               END-IF
               DISPLAY 'RECLAMACAO RESPONDIDA: '
                   COMPLAINT-RW-PROTOCOL ' RESULTADO '
                   WS-COMPLAINT-IN-OUTCOME
           END-IF
           END-IF.

      *    Segunda instancia: reabre a reclamacao (inclusive a ja
      *    respondida) com o prazo da ouvidoria contado em dias uteis;
      *    a resposta do SAC e o prazo dele ficam no registro
       ESCALA-RECLAMACAO.
           IF COMPLAINT-RW-ESCALATE-DATE > 0 THEN
               MOVE 'N' TO WS-VALID
               DISPLAY 'RECLAMACAO JA NA OUVIDORIA: '
                   COMPLAINT-RW-PROTOCOL
           ELSE
               MOVE WS-TODAY TO WS-DEADLINE
               PERFORM VARYING WS-DAY-COUNT FROM 1 BY 1
                       UNTIL WS-DAY-COUNT > WS-OMBUDSMAN-DAYS
                   COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DEADLINE) + 1)
                   CALL 'BANK-BUSINESS-DAY' USING WS-DEADLINE
                   END-CALL
               END-PERFORM
               SET COMPLAINT-RW-OMBUDSMAN TO TRUE
               MOVE COMPLAINT-RW-DEADLINE TO COMPLAINT-RW-SAC-DEADLINE
               MOVE WS-TODAY TO COMPLAINT-RW-ESCALATE-DATE
               MOVE WS-DEADLINE TO COMPLAINT-RW-DEADLINE
               MOVE WS-COMPLAINT-IN-OPERATOR
                   TO COMPLAINT-RW-ASSIGNED-TO
               MOVE WS-TODAY TO COMPLAINT-RW-ASSIGN-DATE
               MOVE 0 TO COMPLAINT-RW-OMB-ANSWER-DATE
               MOVE SPACES TO COMPLAINT-RW-OMB-ANSWERED-BY
               MOVE SPACE TO COMPLAINT-RW-OMB-OUTCOME
               MOVE SPACES TO COMPLAINT-RW-OMB-RESOLUTION
               DISPLAY 'RECLAMACAO ESCALADA PARA A OUVIDORIA: '
                   COMPLAINT-RW-PROTOCOL ' PRAZO ' WS-DEADLINE
           END-IF.

       GRAVA-AUDITORIA.
           MOVE COMPLAINT-RW-PROTOCOL TO COMPLAINT-AUDIT-PROTOCOL.
           MOVE WS-COMPLAINT-IN-ACTION TO COMPLAINT-AUDIT-ACTION.
           MOVE COMPLAINT-RW-STATUS TO COMPLAINT-AUDIT-STATUS.
           MOVE WS-COMPLAINT-IN-OPERATOR TO COMPLAINT-AUDIT-OPERATOR.
           MOVE WS-TODAY TO COMPLAINT-AUDIT-DATE.
           ACCEPT COMPLAINT-AUDIT-TIME FROM TIME.
           OPEN EXTEND COMPLAINT-AUDIT.
           IF FS-AUDIT = '35' THEN
               OPEN OUTPUT COMPLAINT-AUDIT
           END-IF.
           IF FS-AUDIT = '00' THEN
               WRITE COMPLAINT-AUDIT-FILE
               END-WRITE
               CLOSE COMPLAINT-AUDIT
           END-IF.
