               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-BLOCKED VALUE 'B'.
               88 :PFX:-CANCELLED VALUE 'C'.
      *    Bloqueio automatico: 'F' quando BANK-CARD-AUTH bloqueou o
      *    cartao por regra de fraude; espaco nos demais casos.
           05 :PFX:-BLOCK-REASON PIC A(1).
               88 :PFX:-FRAUD-BLOCK VALUE 'F'.
      *    Velocidade de uso para as regras de fraude: ultima compra
      *    aprovada, contagem de autorizacoes do dia e valor acumulado
      *    na janela curta (data e hora HHMMSS do inicio da janela).
           05 :PFX:-LAST-USE-DATE PIC 9(8).
           05 :PFX:-DAY-DATE PIC 9(8).
           05 :PFX:-DAY-COUNT PIC 9(5).
           05 :PFX:-WINDOW-DATE PIC 9(8).
           05 :PFX:-WINDOW-START PIC 9(6).
           05 :PFX:-WINDOW-AMOUNT PIC 9(10)V9(2).
