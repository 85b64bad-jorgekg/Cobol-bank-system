      ******************************************************************
      * DISPUTEREC - shared card dispute record layout for
      * storage/carddispute.data, keyed pela referencia da rede da
      * compra CRT contestada.  Aberta por CARDDISPUTE (operacao 41 da
      * fila), que lanca o credito provisorio e manda o chargeback a
      * rede; decidida por BANK-CHARGEBACK com a resposta da rede:
      * aceito torna o credito definitivo, recusado estorna o credito
      * no razao.  Contestacao aberta alem do prazo da rede sai no
      * relatorio de atraso.
      ******************************************************************
           05 :PFX:-NETWORK-REF PIC 9(14).
           05 :PFX:-CARD-NUMBER PIC 9(16).
           05 :PFX:-ACCOUNT-ID PIC 9(10).
           05 :PFX:-AMOUNT PIC 9(10)V9(2).
           05 :PFX:-CURRENCY PIC A(3).
      *    Lancamento CRT original no razao
           05 :PFX:-ORIG-DATE PIC 9(8).
           05 :PFX:-ORIG-TXN-ID PIC 9(14).
           05 :PFX:-REASON PIC A(40).
           05 :PFX:-OPEN-DATE PIC 9(8).
           05 :PFX:-DEADLINE PIC 9(8).
           05 :PFX:-CREDIT-TXN-ID PIC 9(14).
           05 :PFX:-STATUS PIC A(1).
               88 :PFX:-OPEN VALUE 'A'.
               88 :PFX:-FINAL VALUE 'F'.
               88 :PFX:-REVERSED VALUE 'R'.
           05 :PFX:-RESOLVE-DATE PIC 9(8).
           05 :PFX:-RESOLVE-TXN-ID PIC 9(14).
