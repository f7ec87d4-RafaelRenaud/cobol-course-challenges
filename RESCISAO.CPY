      ******************************************************************
      * Shared RESCISOES.TXT record layout, COPYed into the FD
      * RESCISOES of PROG037 (settlement calculation and TRCT print)
      * and PROG002 (the lote that pays it) so the two programs can
      * never drift apart on field sizes or types.
      *
      * One line per terminated employee. PROG037 computes every
      * verba and leaves the settlement 'C' (calculada); the first
      * lote of the termination competencia (or of a later one, when
      * that month's lote had already run) pays RESC-LIQUIDO in place
      * of the month's salary, stamps RESC-COMP-PAGA and turns the
      * line 'P' (paga) - from then on the employee is locked out of
      * every payroll run, the 13th included.
      *
      * RESC-TIPO: 'S' dispensa sem justa causa, 'J' por justa causa,
      * 'P' pedido de demissao, 'A' acordo entre as partes.
      *
      * RESC-MATRICULA is the employee's FUNCIONARIOS.DAT number;
      * lines written before it existed read back as spaces until
      * PROG045 fills them in - test NUMERIC before matching on it.
      ******************************************************************
       01 RESCISAO-REG.
           05 RESC-NOME PIC X(30).
           05 RESC-EMPRESA PIC X(30).
           05 RESC-TIPO PIC X(1).
           05 RESC-ADMISSAO PIC 9(8).
           05 RESC-DEMISSAO PIC 9(8).
           05 RESC-COMPETENCIA PIC X(6).
           05 RESC-SALARIO PIC 9(8)V99.
           05 RESC-DIAS-SALDO PIC 9(2).
           05 RESC-SALDO-SALARIO PIC 9(8)V99.
           05 RESC-DIAS-AVISO PIC 9(3).
           05 RESC-AVISO PIC 9(8)V99.
           05 RESC-DIAS-FER-VENC PIC 9(3).
           05 RESC-FERIAS-VENC PIC 9(8)V99.
           05 RESC-MESES-FER-PROP PIC 9(2).
           05 RESC-FERIAS-PROP PIC 9(8)V99.
           05 RESC-TERCO-FERIAS PIC 9(8)V99.
           05 RESC-MESES-DECIMO PIC 9(2).
           05 RESC-DECIMO PIC 9(8)V99.
           05 RESC-BRUTO PIC 9(10)V99.
           05 RESC-DESCONTOS PIC 9(10)V99.
           05 RESC-LIQUIDO PIC 9(10)V99.
           05 RESC-SITUACAO PIC X(1).
           05 RESC-DATA-CALC PIC 9(8).
           05 RESC-COMP-PAGA PIC X(6).
           05 RESC-MATRICULA PIC 9(6).
