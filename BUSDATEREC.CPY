      ******************************************************************
      * BUSDATEREC - shared business-date control record layout for
      * storage/businessdate.data: registro unico com a data de
      * movimento corrente do banco.  Avancado uma vez por noite por
      * BANK-DATE-ADVANCE e lido por BANK-PROCESSING-DATE, que todo
      * programa chama no lugar da data da maquina; dia perdido e
      * processado com a propria data antes do avanco.
      ******************************************************************
           05 :PFX:-CURRENT-DATE PIC 9(8).
           05 :PFX:-PREVIOUS-DATE PIC 9(8).
           05 :PFX:-ADVANCED-DATE PIC 9(8).
           05 :PFX:-ADVANCED-TIME PIC 9(8).
