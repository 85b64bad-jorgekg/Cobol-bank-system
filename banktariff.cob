      *         de entrada: cada registro de input/tariff.data inclui
      *         ou substitui o pacote de tarifas de um tipo de conta a
      *         partir de uma data (mensalidade, franquia de movimentos
      *         e tarifa por excedente, alem da tarifa de liquidacao
      *         de boleto emitido), para que reajustes de tarifa
      *         nao exijam recompilacao do job de cobranca
      * Tectonics: cobc
      ******************************************************************
                             TO TARIFF-RW-FREE-MOVEMENTS
                         MOVE WS-TARIFF-IN-EXCESS-FEE
                             TO TARIFF-RW-EXCESS-FEE
                         IF WS-TARIFF-IN-BOLETO-FEE IS NOT NUMERIC
                                 THEN
                             MOVE 0 TO WS-TARIFF-IN-BOLETO-FEE
                         END-IF
                         MOVE WS-TARIFF-IN-BOLETO-FEE
                             TO TARIFF-RW-BOLETO-FEE
                         WRITE TARIFF-RW-FILE
                           INVALID KEY
                             REWRITE TARIFF-RW-FILE
