      ******************************************************************
      * BRANCHREC - shared branch master record layout for
      * storage/branch.data: uma agencia por codigo, com nome,
      * endereco, regional e situacao.  Mantido por BRANCHMAINT pela
      * fila; PEOPLEACCOUNT exige agencia ativa na abertura da conta,
      * ACCOUNTBRANCH transfere a conta de agencia e os relatorios
      * gerenciais, de caixa e o balancete abrem os totais por ela.
      ******************************************************************
           05 :PFX:-CODE            PIC 9(4).
           05 :PFX:-NAME            PIC A(60).
           05 :PFX:-STREET          PIC A(60).
           05 :PFX:-NUMBER          PIC 9(10).
           05 :PFX:-NEIGHBORHOOD    PIC A(60).
           05 :PFX:-CITY            PIC A(60).
           05 :PFX:-CEP             PIC 9(10).
      *    Regional a que a agencia se reporta
           05 :PFX:-REGION          PIC A(20).
           05 :PFX:-STATUS          PIC A(1).
               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-CLOSED VALUE 'F'.
           05 :PFX:-OPEN-DATE       PIC 9(8).
      *    Data de fechamento (zeros enquanto ativa)
           05 :PFX:-CLOSE-DATE      PIC 9(8).
