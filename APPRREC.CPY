               88 :PFX:-EXPIRED VALUE 'E'.
           05 :PFX:-DECIDED-BY      PIC A(10).
           05 :PFX:-RESULT          PIC A(3).
      *    Seguro prestamista da originacao, como na fila de operacoes
           05 :PFX:-LOAN-INSURANCE  PIC A(1).
      *    Matricula do caixa, como na fila de operacoes
           05 :PFX:-OPERATOR        PIC A(10).
      *    Canal que captou a operacao, como na fila de operacoes
           05 :PFX:-CHANNEL         PIC A(1).
