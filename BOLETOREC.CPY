      ******************************************************************
      * BOLETOREC - shared issued boleto record layout for
      * storage/boleto.data: um registro por boleto emitido pelo banco
      * em nome de um cliente beneficiario contra um pagador, chaveado
      * pelo nosso numero (data de registro + sequencia do dia).
      * Registrado e baixado por BOLETOREG pela fila de entrada, que
      * gera o codigo de barras e a remessa para a rede de
      * compensacao; liquidado por BANK-BOLETO-SETTLE a partir do
      * arquivo de boletos pagos da rede.  Nao confundir com
      * BILLREC, que guarda boletos de terceiros pagos pelos nossos
      * clientes.
      ******************************************************************
           05 :PFX:-ID               PIC 9(14).
      *    Conta do beneficiario, creditada na liquidacao
           05 :PFX:-ACCOUNT-ID       PIC 9(10).
           05 :PFX:-PAYER-NAME       PIC A(40).
           05 :PFX:-PAYER-DOC        PIC X(14).
           05 :PFX:-AMOUNT           PIC 9(10)V9(2).
           05 :PFX:-ISSUE-DATE       PIC 9(8).
           05 :PFX:-DUE-DATE         PIC 9(8).
      *    Encargos de atraso: multa unica sobre o valor e juros de
      *    mora por dia corrido apos o vencimento, em percentual
           05 :PFX:-LATE-FEE-PCT     PIC 9(3)V9(2).
           05 :PFX:-DAILY-INTEREST-PCT PIC 9(3)V9(4).
           05 :PFX:-BARCODE          PIC X(44).
           05 :PFX:-STATUS           PIC A(1).
               88 :PFX:-REGISTERED VALUE 'R'.
               88 :PFX:-PAID VALUE 'P'.
               88 :PFX:-CANCELLED VALUE 'C'.
      *    Liquidacao: valor pago pela rede, encargos devidos na data
      *    do pagamento, tarifa de cobranca descontada e o lancamento
      *    de credito no razao
           05 :PFX:-PAID-DATE        PIC 9(8).
           05 :PFX:-PAID-AMOUNT      PIC 9(10)V9(2).
           05 :PFX:-LATE-CHARGES     PIC 9(10)V9(2).
           05 :PFX:-FEE              PIC 9(5)V9(2).
           05 :PFX:-CREDIT-TXN-ID    PIC 9(14).
           05 :PFX:-CANCEL-DATE      PIC 9(8).
