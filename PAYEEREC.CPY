      ******************************************************************
      * PAYEEREC - shared payee record layout for storage/payee.data:
      * favorecido ja usado ou cadastrado pelo cliente (titular ou
      * co-titular da conta de debito), keyed pelo cliente e pelo
      * destino.  Incluido
      * e excluido por PAYEE pela fila, ou incluido por
      * BANK-PAYEE-CHECK na primeira transferencia (10, 24 ou 31) para
      * um destino novo; durante a carencia contada da inclusao a
      * transferencia que leva o total enviado acima do teto vai para
      * a fila de dupla autorizacao.
      ******************************************************************
           05 :PFX:-KEY.
               10 :PFX:-PEOPLE-ID       PIC 9(10).
      *        Tipo do destino: 'C' conta do banco (transferencia 10),
      *        'I' banco/agencia/conta de outro banco (24), 'K' chave
      *        de transferencia (31); so os campos do tipo sao
      *        preenchidos, os demais ficam zerados ou em branco
               10 :PFX:-TYPE            PIC A(1).
                   88 :PFX:-TYPE-ACCOUNT VALUE 'C'.
                   88 :PFX:-TYPE-INTERBANK VALUE 'I'.
                   88 :PFX:-TYPE-ALIAS VALUE 'K'.
               10 :PFX:-DEST-BANK       PIC 9(3).
               10 :PFX:-DEST-BRANCH     PIC 9(4).
               10 :PFX:-DEST-ACCOUNT-ID PIC 9(10).
               10 :PFX:-ALIAS-KEY       PIC X(11).
      *    Inclusao (ou reinclusao depois de excluido): inicio da
      *    carencia, hora HHMMSS
           05 :PFX:-ADDED-DATE          PIC 9(8).
           05 :PFX:-ADDED-TIME          PIC 9(6).
      *    Origem: 'M' cadastro pela fila, 'T' primeira transferencia
           05 :PFX:-SOURCE              PIC A(1).
               88 :PFX:-SOURCE-MAINT VALUE 'M'.
               88 :PFX:-SOURCE-TRANSFER VALUE 'T'.
      *    Matricula que incluiu; espacos quando pelo canal do cliente
           05 :PFX:-ADDED-BY            PIC A(10).
           05 :PFX:-STATUS              PIC A(1).
               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-REMOVED VALUE 'E'.
           05 :PFX:-REMOVE-DATE         PIC 9(8).
      *    Total enviado ao favorecido desde a inclusao, sem as
      *    transferencias retidas; zerado a cada (re)inclusao
           05 :PFX:-COOLING-TOTAL       PIC 9(10)V9(2).
