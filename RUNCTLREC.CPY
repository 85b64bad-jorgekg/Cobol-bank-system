      * registro de inicio ('S') e um de termino ('E') com contagens e
      * codigo de conclusao, via BANK-RUN-LOG.  O relatorio matinal
      * BANK-RUN-REPORT imprime o resumo da esteira e sinaliza job que
      * comecou e nao terminou.  DATE/TIME sao o relogio da maquina;
      * BUSINESS-DATE e a data de movimento a que a execucao se refere.
      ******************************************************************
           05 :PFX:-PROGRAM PIC X(20).
           05 :PFX:-EVENT PIC A(1).
           05 :PFX:-WRITTEN-COUNT PIC 9(9).
           05 :PFX:-REJECTED-COUNT PIC 9(9).
           05 :PFX:-COMPLETION PIC X(2).
           05 :PFX:-BUSINESS-DATE PIC 9(8).
