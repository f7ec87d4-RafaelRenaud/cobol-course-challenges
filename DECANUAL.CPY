      ******************************************************************
      * Shared DECANUAL.TXT record layouts: the consolidated annual
      * declaration of income paid and tax withheld, written by
      * PROG044 together with the employees' informes and filed with
      * the tax authority. The file is rebuilt on every run and
      * grouped by paying company - one header naming the company
      * and the calendar year, one detail per beneficiary and one
      * trailer per company with the count and the sums.
      *
      * DEC-D-REND-TRIB, DEC-D-BENEF and DEC-D-IMPOSTO cover the
      * months, ferias and rescisao paid in the year; the 13th is
      * taxed exclusively at source and travels apart in
      * DEC-D-DECIMO / DEC-D-IMPOSTO-13. DEC-D-MESES counts the
      * months actually paid, DEC-D-PRIMEIRA-COMP and
      * DEC-D-ULTIMA-COMP the first and last of them, so an employee
      * admitted or terminated in the middle of the year shows as
      * such.
      ******************************************************************
       01 DECANUAL-REG PIC X(150).
       01 DECANUAL-HEADER REDEFINES DECANUAL-REG.
           05 DEC-H-TIPO PIC X(1).
           05 DEC-H-ANO PIC 9(4).
           05 DEC-H-EMP-CODIGO PIC X(3).
           05 DEC-H-CNPJ PIC X(14).
           05 DEC-H-RAZAO-SOCIAL PIC X(30).
           05 DEC-H-DATA PIC 9(8).
           05 FILLER PIC X(90).
       01 DECANUAL-DETALHE REDEFINES DECANUAL-REG.
           05 DEC-D-TIPO PIC X(1).
           05 DEC-D-ANO PIC 9(4).
           05 DEC-D-EMP-CODIGO PIC X(3).
           05 DEC-D-NOME PIC X(30).
           05 DEC-D-MESES PIC 9(2).
           05 DEC-D-PRIMEIRA-COMP PIC X(6).
           05 DEC-D-ULTIMA-COMP PIC X(6).
           05 DEC-D-REND-TRIB PIC 9(14)V99.
           05 DEC-D-BENEF PIC 9(14)V99.
           05 DEC-D-IMPOSTO PIC 9(14)V99.
           05 DEC-D-DECIMO PIC 9(14)V99.
           05 DEC-D-IMPOSTO-13 PIC 9(14)V99.
           05 FILLER PIC X(18).
       01 DECANUAL-TRAILER REDEFINES DECANUAL-REG.
           05 DEC-T-TIPO PIC X(1).
           05 DEC-T-ANO PIC 9(4).
           05 DEC-T-EMP-CODIGO PIC X(3).
           05 DEC-T-QTD PIC 9(6).
           05 DEC-T-REND-TRIB PIC 9(14)V99.
           05 DEC-T-BENEF PIC 9(14)V99.
           05 DEC-T-IMPOSTO PIC 9(14)V99.
           05 DEC-T-DECIMO PIC 9(14)V99.
           05 DEC-T-IMPOSTO-13 PIC 9(14)V99.
           05 FILLER PIC X(56).
