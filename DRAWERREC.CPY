      ******************************************************************
      * DRAWERREC - shared teller cash drawer record layout for
      * storage/drawer.data: um registro por caixa, dia e moeda, com
      * o troco de abertura, os suprimentos vindos do cofre, os
      * recolhimentos ao cofre e a contagem declarada no fechamento.
      * Mantido por DRAWERMAINT pela fila de entrada; os saques e
      * depositos em especie ficam em storage/drawermove.data, gravado
      * por BANK-STATEMENT-SAVE, e BANK-DRAWER-BALANCE confronta o
      * esperado com a contagem no fim do dia.
      ******************************************************************
           05 :PFX:-KEY.
               10 :PFX:-MATRICULA    PIC A(10).
               10 :PFX:-DATE         PIC 9(8).
               10 :PFX:-CURRENCY     PIC A(3).
           05 :PFX:-OPENING-FLOAT    PIC 9(10)V9(2).
           05 :PFX:-VAULT-IN         PIC 9(10)V9(2).
           05 :PFX:-VAULT-OUT        PIC 9(10)V9(2).
           05 :PFX:-DECLARED         PIC 9(10)V9(2).
           05 :PFX:-STATUS           PIC A(1).
               88 :PFX:-OPEN VALUE 'A'.
               88 :PFX:-DECLARED-CLOSED VALUE 'F'.
               88 :PFX:-BALANCED VALUE 'C'.
      *    Supervisor que conferiu a abertura e a ultima movimentacao
      *    de cofre
           05 :PFX:-SUPERVISOR       PIC A(10).
