               05 WS-OPER-CHK-OK PIC A(1).

       PROCEDURE DIVISION.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
           OPEN INPUT DECISION-IN.
           OPEN I-O CASE-RW.
           IF FS-CASE NOT = '00' THEN
