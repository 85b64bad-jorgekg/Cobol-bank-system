               88 :PFX:-CANCELLED VALUE 'C'.
               88 :PFX:-FAILED VALUE 'E'.
           05 :PFX:-RESULT          PIC A(3).
      *    Seguro prestamista da originacao, como na fila de operacoes
           05 :PFX:-LOAN-INSURANCE  PIC A(1).
      *    Operador que lancou o agendamento e supervisor que o
      *    aprovou, levados ao razao na liberacao
           05 :PFX:-OPERATOR        PIC A(10).
           05 :PFX:-APPROVER        PIC A(10).
      *    Canal que captou a operacao, levado ao razao na liberacao
           05 :PFX:-CHANNEL         PIC A(1).
