      *        corrido.
               88 :PFX:-LOAN-QUOTE VALUE 3.
               88 :PFX:-LOAN-SETTLE VALUE 4.
      *        Renegociacao: saldo devedor mais juro vencido
      *        reamortizado em nova agenda (prazo, taxa e metodo).
               88 :PFX:-LOAN-RENEGOTIATE VALUE 5.
      *        Quitacao por sinistro do seguro prestamista: a
      *        indenizacao da seguradora liquida o contrato sem
      *        passar pela conta do cliente (so pelo lote de
      *        sinistros, nunca pela fila).
               88 :PFX:-LOAN-CLAIM-SETTLE VALUE 6.
           05 :PFX:-LOAN-TERM       PIC 9(3).
           05 :PFX:-LOAN-RATE       PIC 9(3)V9(4).
           05 :PFX:-LOAN-METHOD     PIC A(1).
           05 :PFX:-DEST-BRANCH     PIC 9(4).
           05 :PFX:-BARCODE         PIC X(44).
           05 :PFX:-RETURN-STATUS   PIC A(3).
      *    Seguro prestamista na originacao: 'F' financiado, 'D'
      *    debitado na liberacao, espaco ou 'N' sem seguro
           05 :PFX:-LOAN-INSURANCE  PIC A(1).
      *    Matricula do caixa no saque e deposito em especie, ou do
      *    operador que lancou o movimento; espacos (ou LOW-VALUES)
      *    sem operador
           05 :PFX:-OPERATOR        PIC A(10).
      *    Supervisor que aprovou o movimento no OPAPPROVE e job de
      *    lote que chamou o posting; espacos (ou LOW-VALUES) pela
      *    fila sem aprovacao
           05 :PFX:-APPROVER        PIC A(10).
           05 :PFX:-JOB             PIC X(20).
      *    Canal que captou a operacao na fila ('A' agencia, 'T'
      *    terminal de autoatendimento, 'I' internet banking); vai
      *    para o razao.  Espaco (ou LOW-VALUES) fora da fila.
           05 :PFX:-CHANNEL         PIC A(1).
