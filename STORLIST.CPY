      ******************************************************************
      * STORLIST - lista dos arquivos de storage/ que formam o estado
      * do banco, para quem precisa tratar todos de uma vez: copia de
      * seguranca (BANK-BACKUP) e copias de trabalho da simulacao
      * (SISTEMBANK).  Ao incluir um arquivo novo, aumentar tambem o
      * OCCURS de STORAGE-FILE-NAME.  A entrada em branco fecha a
      * lista.  O controle de execucao (runcontrol.data) fica de fora:
      * e o historico das noites, nao estado.
      ******************************************************************
       01 STORAGE-FILE-LIST.
           05 FILLER PIC X(30) VALUE 'accountaudit.data'.
           05 FILLER PIC X(30) VALUE 'accountholder.data'.
           05 FILLER PIC X(30) VALUE 'accountholderarch.data'.
           05 FILLER PIC X(30) VALUE 'alias.data'.
           05 FILLER PIC X(30) VALUE 'amlcase.data'.
           05 FILLER PIC X(30) VALUE 'amlcaseaudit.data'.
           05 FILLER PIC X(30) VALUE 'amlcasectl.data'.
           05 FILLER PIC X(30) VALUE 'amlextract.data'.
           05 FILLER PIC X(30) VALUE 'amlparam.data'.
           05 FILLER PIC X(30) VALUE 'approvalaudit.data'.
           05 FILLER PIC X(30) VALUE 'approvalparam.data'.
           05 FILLER PIC X(30) VALUE 'approvalqueue.data'.
           05 FILLER PIC X(30) VALUE 'billpay.data'.
           05 FILLER PIC X(30) VALUE 'boleto.data'.
           05 FILLER PIC X(30) VALUE 'branch.data'.
           05 FILLER PIC X(30) VALUE 'branchtransfer.data'.
           05 FILLER PIC X(30) VALUE 'bureauparam.data'.
           05 FILLER PIC X(30) VALUE 'businessdate.data'.
           05 FILLER PIC X(30) VALUE 'card.data'.
           05 FILLER PIC X(30) VALUE 'carddispute.data'.
           05 FILLER PIC X(30) VALUE 'cardfraudalert.data'.
           05 FILLER PIC X(30) VALUE 'cardfraudparam.data'.
           05 FILLER PIC X(30) VALUE 'checkbook.data'.
           05 FILLER PIC X(30) VALUE 'checkclearing.data'.
           05 FILLER PIC X(30) VALUE 'checkpaid.data'.
           05 FILLER PIC X(30) VALUE 'clearingparam.data'.
           05 FILLER PIC X(30) VALUE 'collateral.data'.
           05 FILLER PIC X(30) VALUE 'complaint.data'.
           05 FILLER PIC X(30) VALUE 'complaintaudit.data'.
           05 FILLER PIC X(30) VALUE 'complaintparam.data'.
           05 FILLER PIC X(30) VALUE 'creditbureau.data'.
           05 FILLER PIC X(30) VALUE 'creditpolicy.data'.
           05 FILLER PIC X(30) VALUE 'cutoff.data'.
           05 FILLER PIC X(30) VALUE 'disputeparam.data'.
           05 FILLER PIC X(30) VALUE 'dormantparam.data'.
           05 FILLER PIC X(30) VALUE 'drawer.data'.
           05 FILLER PIC X(30) VALUE 'drawermove.data'.
           05 FILLER PIC X(30) VALUE 'drawerparam.data'.
           05 FILLER PIC X(30) VALUE 'dunningparam.data'.
           05 FILLER PIC X(30) VALUE 'fxposition.data'.
           05 FILLER PIC X(30) VALUE 'fxrate.data'.
           05 FILLER PIC X(30) VALUE 'fxrevalbase.data'.
           05 FILLER PIC X(30) VALUE 'glmap.data'.
           05 FILLER PIC X(30) VALUE 'holiday.data'.
           05 FILLER PIC X(30) VALUE 'insurancerate.data'.
           05 FILLER PIC X(30) VALUE 'interbank.data'.
           05 FILLER PIC X(30) VALUE 'interbankin.data'.
           05 FILLER PIC X(30) VALUE 'judicialhold.data'.
           05 FILLER PIC X(30) VALUE 'kycparam.data'.
           05 FILLER PIC X(30) VALUE 'kycreview.data'.
           05 FILLER PIC X(30) VALUE 'ledgerseal.data'.
           05 FILLER PIC X(30) VALUE 'legalrep.data'.
           05 FILLER PIC X(30) VALUE 'loan.data'.
           05 FILLER PIC X(30) VALUE 'loanaudit.data'.
           05 FILLER PIC X(30) VALUE 'loaninsurance.data'.
           05 FILLER PIC X(30) VALUE 'loanreferral.data'.
           05 FILLER PIC X(30) VALUE 'loanschedule.data'.
           05 FILLER PIC X(30) VALUE 'loginparam.data'.
           05 FILLER PIC X(30) VALUE 'mandate.data'.
           05 FILLER PIC X(30) VALUE 'notifyparam.data'.
           05 FILLER PIC X(30) VALUE 'operationregister.data'.
           05 FILLER PIC X(30) VALUE 'operator.data'.
           05 FILLER PIC X(30) VALUE 'operatoraudit.data'.
           05 FILLER PIC X(30) VALUE 'payee.data'.
           05 FILLER PIC X(30) VALUE 'payeeparam.data'.
           05 FILLER PIC X(30) VALUE 'pendingops.data'.
           05 FILLER PIC X(30) VALUE 'people.data'.
           05 FILLER PIC X(30) VALUE 'peopleaudit.data'.
           05 FILLER PIC X(30) VALUE 'peoplehold.data'.
           05 FILLER PIC X(30) VALUE 'period.data'.
           05 FILLER PIC X(30) VALUE 'privacyparam.data'.
           05 FILLER PIC X(30) VALUE 'provisionparam.data'.
           05 FILLER PIC X(30) VALUE 'purgearchive.data'.
           05 FILLER PIC X(30) VALUE 'purgeparam.data'.
           05 FILLER PIC X(30) VALUE 'rates.data'.
           05 FILLER PIC X(30) VALUE 'retentionparam.data'.
           05 FILLER PIC X(30) VALUE 'session.data'.
           05 FILLER PIC X(30) VALUE 'standingorder.data'.
           05 FILLER PIC X(30) VALUE 'statement.data'.
           05 FILLER PIC X(30) VALUE 'statementarch.data'.
           05 FILLER PIC X(30) VALUE 'statementledger.data'.
           05 FILLER PIC X(30) VALUE 'statementledgerarch.data'.
           05 FILLER PIC X(30) VALUE 'stoppayment.data'.
           05 FILLER PIC X(30) VALUE 'sweep.data'.
           05 FILLER PIC X(30) VALUE 'tariff.data'.
           05 FILLER PIC X(30) VALUE 'taxliability.data'.
           05 FILLER PIC X(30) VALUE 'taxparam.data'.
           05 FILLER PIC X(30) VALUE 'taxwithheld.data'.
           05 FILLER PIC X(30) VALUE 'termdeposit.data'.
           05 FILLER PIC X(30) VALUE 'watchlist.data'.
           05 FILLER PIC X(30) VALUE 'writeoff.data'.
           05 FILLER PIC X(30) VALUE 'writeoffparam.data'.
           05 FILLER PIC X(30) VALUE SPACES.
       01 STORAGE-FILE-TABLE REDEFINES STORAGE-FILE-LIST.
           05 STORAGE-FILE-NAME PIC X(30) OCCURS 93 TIMES.
