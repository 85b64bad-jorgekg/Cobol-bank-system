      *         matricula informada contra o cadastro de operadores
      *         (storage/operator.data), exigindo operador existente,
      *         ativo e com o papel pedido ('T' caixa, 'S' supervisor,
      *         'C' analista de compliance, 'A' atendimento ao
      *         cliente; supervisor vale por caixa; papel em branco
      *         aceita qualquer papel de operador ativo).
      *         Recusa e gravada com o motivo em
      *         storage/operatoraudit.data.  Chamado por PEOPLEUNLOCK,
      *         PEOPLEREVIEW, ACCOUNTFREEZE e ACCOUNTREACT
                     IF NOT OPER-RW-ACTIVE THEN
                         MOVE 'OPERADOR INATIVO' TO WS-REASON
                     ELSE
                     IF OPER-CHK-ROLE = SPACE OR
                             OPER-RW-ROLE = OPER-CHK-ROLE OR
                             (OPER-CHK-ROLE = 'T' AND
                              OPER-RW-SUPERVISOR) THEN
                         MOVE 'Y' TO OPER-CHK-OK
