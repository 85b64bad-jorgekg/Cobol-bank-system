           05 :PFX:-REF-DATE         PIC 9(8).
           05 :PFX:-REF-TIME         PIC 9(8).
           05 :PFX:-REF-TXN-ID       PIC 9(14).
      *    Ajuste de periodo anterior: correcao lancada no periodo
      *    aberto cujo lancamento original (REF-) caiu em mes ja
      *    fechado; a extracao contabil separa estes em secao propria.
           05 :PFX:-ADJUST-FLAG      PIC A(1).
               88 :PFX:-ADJUSTMENT VALUE 'A'.
      *    Origem do lancamento: 'O' operador (ORIGIN traz a
      *    matricula de storage/operator.data), 'J' job de lote
      *    (ORIGIN traz o PROGRAM-ID) ou 'F' fila de operacoes sem
      *    matricula; APPROVER e o supervisor que liberou o movimento
      *    no OPAPPROVE, espacos quando nao passou por aprovacao.
           05 :PFX:-ORIGIN-TYPE      PIC A(1).
               88 :PFX:-BY-OPERATOR VALUE 'O'.
               88 :PFX:-BY-JOB VALUE 'J'.
               88 :PFX:-BY-QUEUE VALUE 'F'.
           05 :PFX:-ORIGIN           PIC X(20).
           05 :PFX:-APPROVER         PIC A(10).
      *    Canal da fila que captou o movimento ('A' agencia, 'T'
      *    terminal de autoatendimento, 'I' internet banking); so
      *    vale nos lancamentos gravados pelo posting da fila.
           05 :PFX:-CHANNEL          PIC A(1).
