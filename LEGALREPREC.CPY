      ******************************************************************
      * LEGALREPREC - shared legal representative record layout for
      * storage/legalrep.data: vinculo do cliente menor de idade ao
      * pai, mae ou tutor que responde por ele, keyed pelo ID do
      * menor.  Gravado por PEOPLE no cadastro do menor e mantido por
      * LEGALREP pela fila; BANK-MINOR-CHECK exige a sessao do
      * representante nos saques e transferencias da conta do menor e
      * o job mensal BANK-MAJORITY encerra o vinculo na maioridade.
      ******************************************************************
           05 :PFX:-MINOR-ID        PIC 9(10).
           05 :PFX:-REP-ID          PIC 9(10).
      *    Parentesco: 'P' pai ou mae, 'T' tutor nomeado
           05 :PFX:-RELATION        PIC A(1).
               88 :PFX:-PARENT VALUE 'P'.
               88 :PFX:-GUARDIAN VALUE 'T'.
           05 :PFX:-START-DATE      PIC 9(8).
      *    Data de encerramento (zeros enquanto vigente)
           05 :PFX:-END-DATE        PIC 9(8).
           05 :PFX:-STATUS          PIC A(1).
               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-ENDED VALUE 'E'.
