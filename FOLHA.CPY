      * FOLHA-COMPETENCIA carries the month/year of the run (AAAAMM)
      * so one month's payroll can be compared against another's.
      * Records written before the field existed read back as spaces
      * and simply never match a period inquiry. Besides the plain
      * AAAAMM, AAAA13 marks the 13th salary and AAAA21 to AAAA32
      * the ferias paid in month 01 to 12 (month plus 20), so the
      * special runs never mix with a regular month.
      *
      * FOLHA-PROVENTOS and FOLHA-DESCONTOS carry the month's
      * variable events (LANCAMENTOS.TXT) that went into the net:
      * the proventos added and the event descontos taken, apart
      * from the bracket deduction. Older records read back as
      * spaces there - test NUMERIC before adding them up.
      *
      * FOLHA-EMP-CODIGO is the EMPRESAS.TXT code of the employee's
      * company, the key the reports group by; older records carry
      * spaces and are resolved through the FOLHA-EMPRESA spelling.
      *
      * FOLHA-BRUTO is the gross of the record (salary of the days
      * paid plus the proventos), and FOLHA-DESC-IMPOSTO and
      * FOLHA-DESC-BENEF split the bracket deduction into its tax and
      * benefit parts, so the accounting export can book each one:
      * bruto = imposto + beneficios + FOLHA-DESCONTOS + liquido. A
      * rescisao carries the PROG037 bracket deduction in
      * FOLHA-DESCONTOS, as on its TRCT. Older records read back as
      * spaces in all three.
      * FOLHA-MATRICULA and FOLHA-CPF identify the employee by the
      * FUNCIONARIOS.DAT number rather than the name; older records
      * read back as spaces until PROG045 fills them in - test
      * NUMERIC before matching on the matricula.
      * The record is 293 bytes - the FOLHAARQ.TXT images of PROG002,
      * PROG017, PROG038, PROG040, PROG041 and PROG044 follow that
      * size.
      ******************************************************************
       01 FOLHA-REG.
           05 FOLHA-NOME PIC X(30).
           05 FOLHA-LIQUIDO PIC 9(16)V99.
           05 FOLHA-FAIXA PIC X(15).
           05 FOLHA-COMPETENCIA PIC X(6).
           05 FOLHA-PROVENTOS PIC 9(16)V99.
           05 FOLHA-DESCONTOS PIC 9(16)V99.
           05 FOLHA-EMP-CODIGO PIC X(3).
           05 FOLHA-BRUTO PIC 9(14)V99.
           05 FOLHA-DESC-IMPOSTO PIC 9(14)V99.
           05 FOLHA-DESC-BENEF PIC 9(14)V99.
           05 FOLHA-MATRICULA PIC 9(6).
           05 FOLHA-CPF PIC X(11).
