      ******************************************************************
      * Shared LANCAMENTOS.TXT record layout, COPYed into the FD
      * LANCAMENTOS of PROG034 (entry front end) and PROG002 (lote,
      * read side) so the two programs can never drift apart on
      * field sizes or types. One line per variable event of one
      * employee in one competencia (AAAAMM): the event code of
      * EVENTOS.TXT, provento ('P') or desconto ('D') as the code
      * said at entry time, and the hours (EVT-FORMA 'H') or the
      * amount (EVT-FORMA 'V') posted - the other stays zero.
      * LANC-DATA is the day the line was keyed in.
      * LANC-MATRICULA is the employee's FUNCIONARIOS.DAT number;
      * lines written before it existed read back as spaces until
      * PROG045 fills them in - test NUMERIC before matching on it.
      ******************************************************************
       01 LANCAMENTO-REG.
           05 LANC-NOME PIC X(30).
           05 LANC-COMPETENCIA PIC X(6).
           05 LANC-EVENTO PIC X(3).
           05 LANC-TIPO PIC X(1).
           05 LANC-HORAS PIC 9(3)V99.
           05 LANC-VALOR PIC 9(8)V99.
           05 LANC-DATA PIC 9(8).
           05 LANC-MATRICULA PIC 9(6).
