      *         e a rola para frente enquanto cair em sabado, domingo
      *         ou feriado de storage/holiday.data, devolvendo a data
      *         no proprio campo.  Chamado pela liberacao de
      *         agendados, pelas ordens permanentes, pelo calculo de
      *         vencimento das parcelas de emprestimo e pelos encargos
      *         de atraso dos boletos emitidos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
