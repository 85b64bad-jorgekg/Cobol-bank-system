      ******************************************************************
      * OPERREC - shared operator master record layout for
      * storage/operator.data: matricula, nome, papel ('T' caixa, 'S'
      * supervisor, 'C' analista de compliance, 'A' atendimento do
      * SAC e da ouvidoria) e situacao.  Mantido
      * por OPERATORMAINT pela fila de entrada e conferido por
      * BANK-OPERATOR-CHECK em todo programa que aceita matricula,
      * para que nenhuma acao passe com matricula livre.
               88 :PFX:-TELLER VALUE 'T'.
               88 :PFX:-SUPERVISOR VALUE 'S'.
               88 :PFX:-COMPLIANCE VALUE 'C'.
               88 :PFX:-CUSTOMER-CARE VALUE 'A'.
           05 :PFX:-STATUS PIC A(1).
               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-INACTIVE VALUE 'I'.
      *    Cadastro de cliente do proprio operador (PEOPLE-ID de
      *    storage/people.data), zero quando nao e correntista; usado
      *    para apontar lancamento do operador em conta propria
           05 :PFX:-PEOPLE-ID PIC 9(10).
