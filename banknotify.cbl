      *         storage/notifyparam.data, e gera tambem um evento
      *         'SLD' quando o saldo resultante fica abaixo do piso;
      *         os demais eventos (ordem nao cumprida, cheque
      *         devolvido, parcela a vencer, favorecido novo) sao
      *         gravados sempre
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
