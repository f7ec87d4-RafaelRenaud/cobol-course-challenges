      ******************************************************************
      * Shared EVENTOS.TXT record layout, COPYed into the FD EVENTOS
      * of PROG034 (maintenance front end) and PROG002 (lote, read
      * side) so the two programs can never drift apart on field
      * sizes or types. One line per payroll event code the clerk
      * may post in LANCAMENTOS.TXT: hora extra, falta, adiantamento,
      * vale-transporte, gratificacao and the like.
      *
      * EVT-TIPO 'P' marks a provento (adds to the net), 'D' a
      * desconto (comes off it). EVT-FORMA 'H' means the lancamento
      * carries hours, valued at the employee's hourly rate (final
      * salary over the 220-hour month) plus EVT-ADICIONAL percent;
      * 'V' means it carries the amount itself. EVT-INCIDE 'S' puts
      * the event inside the base the FAIXAS.TXT brackets apply to.
      ******************************************************************
       01 EVENTO-REG.
           05 EVT-CODIGO PIC X(3).
           05 EVT-DESCRICAO PIC X(20).
           05 EVT-TIPO PIC X(1).
           05 EVT-FORMA PIC X(1).
           05 EVT-ADICIONAL PIC 9(3)V99.
           05 EVT-INCIDE PIC X(1).
