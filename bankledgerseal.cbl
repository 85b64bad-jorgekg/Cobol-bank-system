           MOVE 'S' TO WS-RUN-LOG-EVENT.
           CALL 'BANK-RUN-LOG' USING WS-RUN-LOG
           END-CALL.
           CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
           END-CALL.
      *    Digest por data: razao arquivado primeiro (cada data mora
      *    inteira em um dos dois arquivos), depois o razao vivo
           OPEN INPUT ARCHIVE-IN.
