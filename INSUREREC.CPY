      ******************************************************************
      * INSUREREC - shared credit life insurance register layout for
      * storage/loaninsurance.data, keyed pelo ID do emprestimo
      * segurado.  Gravado por BANK-STATEMENT-SAVE na originacao com
      * seguro prestamista; BANK-INSURANCE-REMIT marca a remessa do
      * premio e a confirmacao da seguradora, e BANK-INSURANCE-CLAIM
      * registra o sinistro que quitou o contrato.
      ******************************************************************
           05 :PFX:-LOAN-ID         PIC 9(10).
           05 :PFX:-PEOPLE-ID       PIC 9(10).
      *    Forma de pagamento do premio: financiado no contrato ou
      *    debitado na conta na liberacao
           05 :PFX:-MODE            PIC A(1).
               88 :PFX:-FINANCED VALUE 'F'.
               88 :PFX:-DEBITED VALUE 'D'.
      *    Capital segurado (valor liberado), premio e percentual da
      *    faixa de prazo aplicada
           05 :PFX:-INSURED         PIC 9(10)V9(2).
           05 :PFX:-PREMIUM         PIC 9(10)V9(2).
           05 :PFX:-RATE            PIC 9(2)V9(4).
           05 :PFX:-START-DATE      PIC 9(8).
           05 :PFX:-STATUS          PIC A(1).
               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-CLAIMED VALUE 'S'.
      *    Remessa mensal do premio a seguradora (zeros enquanto nao
      *    remetido) e resposta dela: 'A' aceito, 'R' recusado,
      *    espaco aguardando confirmacao
           05 :PFX:-REMIT-DATE      PIC 9(8).
           05 :PFX:-CONFIRM-STATUS  PIC A(1).
               88 :PFX:-CONFIRMED VALUE 'A'.
               88 :PFX:-REFUSED VALUE 'R'.
      *    Sinistro: data do obito, referencia da seguradora,
      *    indenizacao recebida, valor que quitou o contrato e sobra
      *    devida aos beneficiarios
           05 :PFX:-CLAIM-DATE      PIC 9(8).
           05 :PFX:-CLAIM-REF       PIC X(20).
           05 :PFX:-CLAIM-VALUE     PIC 9(10)V9(2).
           05 :PFX:-CLAIM-SETTLED   PIC 9(10)V9(2).
           05 :PFX:-CLAIM-SURPLUS   PIC 9(10)V9(2).
