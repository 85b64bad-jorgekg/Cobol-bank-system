               88 :PFX:-DORMANT VALUE 'D'.
      *    Motivo do congelamento vigente (espaco quando nao ha):
      *    'J' ordem judicial, 'F' suspeita de fraude, 'S' pedido do
      *    cliente, 'O' obito do titular unico.  Congelamento judicial
      *    so sai com liberacao 'J' e o por obito com liberacao 'O'
      *    (partilha concluida).
           05 :PFX:-FREEZE-REASON   PIC A(1).
           05 :PFX:-TYPE            PIC A(1).
               88 :PFX:-CHECKING VALUE 'C'.
      *    extrato, mas fora do saldo que o saque e o piso do cheque
      *    especial conferem.
           05 :PFX:-HELD-FUNDS      PIC 9(10)V9(2).
      *    Agencia de relacionamento (storage/branch.data), atribuida
      *    na abertura e trocada pela transferencia de agencia; zeros
      *    nas contas internas, que pertencem a sede.
           05 :PFX:-BRANCH          PIC 9(4).
