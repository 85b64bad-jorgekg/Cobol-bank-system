      * (IRF sobre juros, IOF sobre emprestimo ou cheque especial),
      * gravado por BANK-TAX-WITHHOLD no momento do lancamento e lido
      * pelo extrato mensal de recolhimento BANK-TAX-REMIT, que junta o
      * CPF do cliente de storage/people.data, e pelo informe anual de
      * rendimentos BANK-INCOME-REPORT.
      ******************************************************************
           05 :PFX:-DATE PIC 9(8).
           05 :PFX:-TXN-ID PIC 9(14).
