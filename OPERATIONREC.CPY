      *    titular destino, resolvida pelo diretorio de chaves na
      *    critica; espacos nas demais operacoes.
           05 :PFX:-ALIAS-KEY       PIC X(11).
      *    Seguro prestamista na originacao (emprestimo tipo 1):
      *    'F' premio financiado no contrato, 'D' premio debitado na
      *    liberacao; espaco ou 'N' sem seguro.
           05 :PFX:-LOAN-INSURANCE  PIC A(1).
      *    Matricula do caixa (storage/operator.data) que recebeu ou
      *    entregou o dinheiro no saque (7) e no deposito (8) em
      *    especie no balcao, ou do operador que lancou qualquer outra
      *    operacao; vai para o razao.  Espacos fora do balcao.
           05 :PFX:-OPERATOR        PIC A(10).
      *    Canal que captou a operacao e hora do recebimento
      *    (HHMMSS): a critica aplica o horario de corte da operacao
      *    no canal e transfere para o proximo dia util a operacao
      *    recebida depois dele.  Espaco assume agencia; hora zerada
      *    nao passa pelo corte.
           05 :PFX:-CHANNEL         PIC A(1).
               88 :PFX:-CHANNEL-BRANCH VALUE 'A' ' '.
               88 :PFX:-CHANNEL-ATM VALUE 'T'.
               88 :PFX:-CHANNEL-INTERNET VALUE 'I'.
           05 :PFX:-SUBMIT-TIME     PIC 9(6).
