      ******************************************************************
      * COMPLAINTREC - shared customer complaint record layout for
      * storage/complaint.data: uma reclamacao do SAC por protocolo
      * (data de abertura + sequencia do dia), do cliente e
      * opcionalmente de uma conta, lancamento do razao, cartao ou
      * emprestimo.  Aberta, designada, respondida e escalada para a
      * ouvidoria por COMPLAINT pela fila de entrada, sempre com
      * matricula de atendimento de storage/operator.data; o prazo
      * vigente fica no registro.  Acompanhada no dia por
      * BANK-COMPLAINT-SLA e totalizada no mes por
      * BANK-COMPLAINT-REPORT.
      ******************************************************************
           05 :PFX:-PROTOCOL        PIC 9(14).
           05 :PFX:-PEOPLE-ID       PIC 9(10).
      *    Vinculos opcionais, zeros quando ausentes; o lancamento do
      *    razao so vale junto com a conta
           05 :PFX:-ACCOUNT-ID      PIC 9(10).
           05 :PFX:-TXN-ID          PIC 9(14).
           05 :PFX:-CARD-NUMBER     PIC 9(16).
           05 :PFX:-LOAN-ID         PIC 9(10).
           05 :PFX:-CATEGORY        PIC A(3).
               88 :PFX:-CAT-ACCOUNT VALUE 'CON'.
               88 :PFX:-CAT-TARIFF VALUE 'TAR'.
               88 :PFX:-CAT-CARD VALUE 'CAR'.
               88 :PFX:-CAT-CREDIT VALUE 'CRD'.
               88 :PFX:-CAT-PAYMENT VALUE 'PAG'.
               88 :PFX:-CAT-FRAUD VALUE 'FRA'.
               88 :PFX:-CAT-SERVICE VALUE 'ATD'.
               88 :PFX:-CAT-OTHER VALUE 'OUT'.
               88 :PFX:-CAT-VALID VALUE 'CON' 'TAR' 'CAR' 'CRD'
                   'PAG' 'FRA' 'ATD' 'OUT'.
      *    Canal de recebimento: 'A' agencia, 'T' autoatendimento,
      *    'I' internet banking, 'F' central telefonica, 'R' orgao
      *    regulador ou de defesa do consumidor
           05 :PFX:-CHANNEL         PIC A(1).
           05 :PFX:-DESCRIPTION     PIC A(80).
           05 :PFX:-RECEIVED-DATE   PIC 9(8).
      *    Prazo de resposta vigente: do SAC na abertura, da ouvidoria
      *    a partir da escalada
           05 :PFX:-DEADLINE        PIC 9(8).
      *    Prazo do SAC guardado na escalada, zeros antes dela
           05 :PFX:-SAC-DEADLINE    PIC 9(8).
           05 :PFX:-STATUS          PIC A(1).
               88 :PFX:-OPEN VALUE 'A'.
               88 :PFX:-IN-ANALYSIS VALUE 'E'.
               88 :PFX:-ANSWERED VALUE 'R'.
               88 :PFX:-OMBUDSMAN VALUE 'O'.
           05 :PFX:-OPENED-BY       PIC A(10).
           05 :PFX:-ASSIGNED-TO     PIC A(10).
           05 :PFX:-ASSIGN-DATE     PIC 9(8).
      *    Escalada para a ouvidoria: data diferente de zero marca a
      *    reclamacao como de segunda instancia mesmo depois de
      *    respondida
           05 :PFX:-ESCALATE-DATE   PIC 9(8).
      *    Resposta do SAC (primeira instancia); fica preservada
      *    quando a reclamacao vai para a ouvidoria.  Resultado da
      *    analise: 'P' procedente (a favor do cliente), 'I'
      *    improcedente
           05 :PFX:-ANSWER-DATE     PIC 9(8).
           05 :PFX:-ANSWERED-BY     PIC A(10).
           05 :PFX:-OUTCOME         PIC A(1).
               88 :PFX:-UPHELD VALUE 'P'.
               88 :PFX:-NOT-UPHELD VALUE 'I'.
           05 :PFX:-RESOLUTION      PIC A(80).
      *    Resposta da ouvidoria (segunda instancia), zeros e espacos
      *    ate a reclamacao escalada ser respondida
           05 :PFX:-OMB-ANSWER-DATE PIC 9(8).
           05 :PFX:-OMB-ANSWERED-BY PIC A(10).
           05 :PFX:-OMB-OUTCOME     PIC A(1).
               88 :PFX:-OMB-UPHELD VALUE 'P'.
               88 :PFX:-OMB-NOT-UPHELD VALUE 'I'.
           05 :PFX:-OMB-RESOLUTION  PIC A(80).
