               88 :PFX:-ACTIVE VALUE 'A'.
               88 :PFX:-BLOCKED VALUE 'B'.
               88 :PFX:-ABSORBED VALUE 'M'.
      *        Falecido: obito comunicado pela fila; login recusado e
      *        contas de titularidade unica congeladas.
               88 :PFX:-DECEASED VALUE 'O'.
           05 :PFX:-FAIL-COUNT      PIC 9(2).
      *    Data do obito (zeros enquanto o cliente esta vivo)
           05 :PFX:-DEATH-DATE      PIC 9(8).
      *    Data da anonimizacao por fim do prazo legal de guarda
      *    (zeros enquanto os dados pessoais estao no cadastro)
           05 :PFX:-ANON-DATE       PIC 9(8).
      *    Correspondencia devolvida pelo correio: 'D' endereco nao
      *    entregavel (extratos, cartas e avisos ficam retidos ate o
      *    cliente informar endereco novo), espaco entrega normal
           05 :PFX:-MAIL-STATUS     PIC A(1).
               88 :PFX:-UNDELIVERABLE VALUE 'D'.
           05 :PFX:-MAIL-RETURN-COUNT PIC 9(3).
           05 :PFX:-MAIL-RETURN-DATE PIC 9(8).
