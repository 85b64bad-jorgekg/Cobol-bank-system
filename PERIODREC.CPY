      ******************************************************************
      * PERIODREC - shared accounting period record layout for
      * storage/period.data, keyed pelo mes (AAAAMM).  Gravado por
      * BANK-PERIOD-CLOSE quando a contabilidade fecha o mes e
      * consultado por BANK-PERIOD-CHECK: mes fechado nao recebe
      * lancamento, e correcao de lancamento de mes fechado entra no
      * periodo aberto como ajuste.  Mes sem registro esta aberto.
      ******************************************************************
           05 :PFX:-PERIOD PIC 9(6).
           05 :PFX:-STATUS PIC A(1).
               88 :PFX:-OPEN VALUE 'A'.
               88 :PFX:-CLOSED VALUE 'F'.
      *    Data de movimento e hora da maquina do ultimo fechamento ou
      *    reabertura
           05 :PFX:-CHANGE-DATE PIC 9(8).
           05 :PFX:-CHANGE-TIME PIC 9(8).
