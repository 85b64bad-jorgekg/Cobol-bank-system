           05 :PFX:-MONTHLY-FEE PIC 9(5)V9(2).
           05 :PFX:-FREE-MOVEMENTS PIC 9(3).
           05 :PFX:-EXCESS-FEE PIC 9(5)V9(2).
      *    Tarifa de liquidacao de boleto emitido pelo cliente,
      *    descontada do credito por BANK-BOLETO-SETTLE
           05 :PFX:-BOLETO-FEE PIC 9(5)V9(2).
