           05 :PFX:-STATUS          PIC A(1).
               88 :PFX:-OPEN VALUE 'A'.
               88 :PFX:-PAID-OFF VALUE 'Q'.
      *        Baixado para prejuizo pela provisao mensal depois de
      *        ficar em risco H alem do prazo da politica.
               88 :PFX:-CHARGED-OFF VALUE 'P'.
      *    Metodo de amortizacao escolhido na fila: 'F' parcela
      *    linear (juro simples sobre o principal, o comportamento
      *    historico), 'P' Price (prestacao constante), 'S' SAC
               88 :PFX:-SAC VALUE 'S'.
           05 :PFX:-ORIG-DATE       PIC 9(8).
           05 :PFX:-PAYOFF-DATE     PIC 9(8).
      *    Renegociacao: quantas vezes o contrato foi reamortizado e a
      *    data da ultima.  ORIG-DATE continua sendo a data do contrato
      *    original; zeros no contrato nunca renegociado.
           05 :PFX:-RENEG-COUNT     PIC 9(2).
           05 :PFX:-RENEG-DATE      PIC 9(8).
      *    Classificacao de risco da provisao mensal (AA a H pelos
      *    dias de atraso), data em que entrou em H, provisao vigente
      *    ja lancada e data da baixa para prejuizo.
           05 :PFX:-RISK-RATING     PIC X(2).
           05 :PFX:-RATING-H-DATE   PIC 9(8).
           05 :PFX:-PROVISION       PIC 9(10)V9(2).
           05 :PFX:-CHARGEOFF-DATE  PIC 9(8).
      *    Regua de cobranca: estagio atual (0 fora da regua, 1
      *    lembrete, 2 notificacao formal, 3 ultimo aviso, 4 enviado a
      *    assessoria de cobranca) e data em que entrou nele.  Qualquer
      *    pagamento, liquidacao ou renegociacao tira o contrato da
      *    regua.
           05 :PFX:-DUNNING-STAGE   PIC 9(1).
               88 :PFX:-NOT-DUNNING VALUE 0.
               88 :PFX:-AT-AGENCY VALUE 4.
           05 :PFX:-DUNNING-DATE    PIC 9(8).
      *    Seguro prestamista contratado na originacao: 'F' premio
      *    financiado, 'D' premio debitado na liberacao, 'N' sem
      *    seguro.  O registro da apolice fica em
      *    storage/loaninsurance.data.
           05 :PFX:-INSURANCE       PIC A(1).
               88 :PFX:-INSURED VALUE 'F' 'D'.
