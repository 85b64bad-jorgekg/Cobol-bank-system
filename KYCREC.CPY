      * renovada pela operacao de confirmacao da fila (KYCCONFIRM).
      * O job periodico BANK-KYC-REVIEW lista os vencidos por faixa de
      * exposicao e BANK-KYC-CHECK estaciona movimento grande de
      * cliente vencido na fila de aprovacao.  BANK-MAJORITY zera a
      * data quando o menor atinge a maioridade, para que o novo
      * adulto confirme os proprios dados.
      ******************************************************************
           05 :PFX:-PEOPLE-ID PIC 9(10).
           05 :PFX:-LAST-DATE PIC 9(8).
           05 :PFX:-SOURCE PIC A(1).
               88 :PFX:-FROM-SAVE VALUE 'S'.
               88 :PFX:-FROM-CONFIRM VALUE 'C'.
               88 :PFX:-FROM-MAJORITY VALUE 'M'.
