      ******************************************************************
      * BUREAUREC - shared credit bureau listing registry layout for
      * storage/creditbureau.data, keyed pelo contrato de emprestimo
      * em atraso.  Mantido por BANK-CREDIT-BUREAU: o aviso previo ao
      * devedor abre o registro, a inclusao no cadastro de protecao ao
      * credito so sai depois do prazo do aviso, e a exclusao sai
      * quando a divida e regularizada.  Um contrato so pode estar
      * incluido uma vez; registro cancelado ou excluido reabre no
      * aviso se o contrato voltar a atrasar.
      ******************************************************************
           05 :PFX:-LOAN-ID PIC 9(10).
           05 :PFX:-PEOPLE-ID PIC 9(10).
           05 :PFX:-CPF PIC A(11).
           05 :PFX:-STATUS PIC A(1).
      *        Aviso previo enviado, aguardando o prazo
               88 :PFX:-NOTIFIED VALUE 'N'.
               88 :PFX:-LISTED VALUE 'I'.
               88 :PFX:-EXCLUDED VALUE 'E'.
      *        Regularizado durante o aviso, sem inclusao
               88 :PFX:-CANCELLED VALUE 'C'.
           05 :PFX:-NOTICE-DATE PIC 9(8).
           05 :PFX:-INCLUDE-DATE PIC 9(8).
           05 :PFX:-EXCLUDE-DATE PIC 9(8).
      *    Divida informada: valor vencido e vencimento mais antigo
           05 :PFX:-AMOUNT PIC 9(10)V9(2).
           05 :PFX:-DEBT-DATE PIC 9(8).
