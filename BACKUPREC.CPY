      ******************************************************************
      * BACKUPREC - shared backup catalog record layout for
      * storage/backupcatalog.data, keyed por geracao e nome do
      * arquivo.  Gravado por BANK-BACKUP, um registro por arquivo de
      * storage/ salvo na geracao, e lido por BANK-RESTORE para repor
      * a geracao escolhida.  Arquivo que nao existia na hora da copia
      * fica marcado como ausente: a restauracao apaga o que a esteira
      * tiver criado depois.  Geracoes alem do limite de retencao tem
      * as copias apagadas e ficam marcadas como expiradas.
      ******************************************************************
           05 :PFX:-KEY.
               10 :PFX:-GENERATION PIC 9(5).
               10 :PFX:-FILE-NAME PIC X(30).
           05 :PFX:-STATUS PIC A(1).
               88 :PFX:-SAVED VALUE 'S'.
               88 :PFX:-ABSENT VALUE 'N'.
               88 :PFX:-EXPIRED VALUE 'E'.
      *    Data de movimento da noite e data/hora da maquina da copia
           05 :PFX:-BUSINESS-DATE PIC 9(8).
           05 :PFX:-DATE PIC 9(8).
           05 :PFX:-TIME PIC 9(8).
