      ******************************************************************
      * WRITEOFFREC - shared write-off register layout for
      * storage/writeoff.data, keyed pelo ID do emprestimo baixado para
      * prejuizo.  Gravado por BANK-LOAN-PROVISION quando o contrato
      * fica em risco H alem do prazo da politica; o valor baixado e o
      * saldo devedor na data da baixa e RECOVERED acumula o que for
      * recuperado depois, ate o registro ser encerrado.
      ******************************************************************
           05 :PFX:-LOAN-ID PIC 9(10).
           05 :PFX:-PEOPLE-ID PIC 9(10).
           05 :PFX:-DATE PIC 9(8).
           05 :PFX:-AMOUNT PIC 9(10)V9(2).
      *    Provisao consumida pela baixa
           05 :PFX:-PROVISION PIC 9(10)V9(2).
           05 :PFX:-TXN-ID PIC 9(14).
           05 :PFX:-RECOVERED PIC 9(10)V9(2).
           05 :PFX:-LAST-RECOVERY-DATE PIC 9(8).
           05 :PFX:-STATUS PIC A(1).
               88 :PFX:-OPEN VALUE 'A'.
               88 :PFX:-CLOSED VALUE 'E'.
