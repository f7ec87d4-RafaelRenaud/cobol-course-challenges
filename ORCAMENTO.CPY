      ******************************************************************
      * Shared ORCAMENTOS.TXT record layout: the approved monthly
      * payroll budget of each company, kept by PROG047 and read by
      * the budget-versus-actual report (PROG048) and by PROG002
      * when a competencia is closed. One line per company
      * (EMPRESAS.TXT code) and competencia (AAAAMM) with the
      * budgeted headcount, gross and net.
      *
      * ORC-TOLERANCIA is the overrun, in percent over the budget,
      * that is still accepted for the line: an actual figure above
      * budget * (1 + tolerancia / 100) is an estouro, highlighted
      * on the report and warned about at the closing.
      ******************************************************************
       01 ORCAMENTO-REG.
           05 ORC-EMP-CODIGO PIC X(3).
           05 ORC-COMPETENCIA PIC X(6).
           05 ORC-QTD-FUNC PIC 9(5).
           05 ORC-BRUTO PIC 9(14)V99.
           05 ORC-LIQUIDO PIC 9(14)V99.
           05 ORC-TOLERANCIA PIC 9(3)V99.
