      *         ultrapassa a data de referencia informada, no mesmo
      *         molde de BANK-RATE-LOOKUP para a tabela de taxas.
      *         Chamado pelo job mensal de cobranca BANK-ACCOUNT-FEE
      *         e pela liquidacao de boletos BANK-BOLETO-SETTLE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 TARIFF-LK-MONTHLY-FEE PIC 9(5)V9(2).
       01 TARIFF-LK-FREE-MOVEMENTS PIC 9(3).
       01 TARIFF-LK-EXCESS-FEE PIC 9(5)V9(2).
       01 TARIFF-LK-BOLETO-FEE PIC 9(5)V9(2).
       01 TARIFF-LK-FOUND PIC A(1).

       PROCEDURE DIVISION USING TARIFF-LK-TYPE TARIFF-LK-DATE
               TARIFF-LK-MONTHLY-FEE TARIFF-LK-FREE-MOVEMENTS
               TARIFF-LK-EXCESS-FEE TARIFF-LK-BOLETO-FEE
               TARIFF-LK-FOUND.
           MOVE 'N' TO TARIFF-LK-FOUND.
           MOVE 0 TO TARIFF-LK-MONTHLY-FEE.
           MOVE 0 TO TARIFF-LK-FREE-MOVEMENTS.
           MOVE 0 TO TARIFF-LK-EXCESS-FEE.
           MOVE 0 TO TARIFF-LK-BOLETO-FEE.
           OPEN INPUT TARIFF-RW.
           IF FS-TARIFF NOT = '00' THEN
               CONTINUE
                                 TO TARIFF-LK-FREE-MOVEMENTS
                             MOVE TARIFF-RW-EXCESS-FEE
                                 TO TARIFF-LK-EXCESS-FEE
                             MOVE TARIFF-RW-BOLETO-FEE
                                 TO TARIFF-LK-BOLETO-FEE
                             MOVE 'Y' TO TARIFF-LK-FOUND
                         END-IF
                   END-READ
