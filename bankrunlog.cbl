      * Date:
      * Purpose:Subprograma comum de controle de execucao: grava um
      *         registro de inicio ou termino do programa chamador em
      *         storage/runcontrol.data, carimbando data e hora da
      *         maquina e a data de movimento corrente.  Todo
      *         programa de lote chama no comeco (evento 'S') e no fim
      *         (evento 'E', com contagens e codigo de conclusao)
      * Tectonics: cobc
           MOVE RUN-LOG-WRITTEN TO RUN-OUT-WRITTEN-COUNT.
           MOVE RUN-LOG-REJECTED TO RUN-OUT-REJECTED-COUNT.
           MOVE RUN-LOG-COMPLETION TO RUN-OUT-COMPLETION.
           CALL 'BANK-PROCESSING-DATE' USING RUN-OUT-BUSINESS-DATE
           END-CALL.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL.
           GOBACK.
