      ******************************************************************
      * Shared GUIAS.TXT record layout: one payable line per company
      * and charge type of a closed competencia, written by PROG038
      * for accounts payable to load. GUIA-TIPO is FGTS, INSS or
      * TERCEIROS; GUIA-VENCIMENTO is the 20th of the month after the
      * competencia (January of the next year for the 13th).
      * GUIA-EMP-CODIGO is the EMPRESAS.TXT code of the company, the
      * key accounts payable loads by; GUIA-EMPRESA carries the
      * master's razao social. A company the master does not know
      * keeps the code and spelling of its payroll records (code in
      * spaces on records older than the code).
      ******************************************************************
       01 GUIA-REG.
           05 GUIA-EMPRESA PIC X(30).
           05 GUIA-COMPETENCIA PIC X(6).
           05 GUIA-TIPO PIC X(10).
           05 GUIA-QTD-FUNC PIC 9(5).
           05 GUIA-BASE PIC 9(14)V99.
           05 GUIA-ALIQUOTA PIC 9(2)V99.
           05 GUIA-VALOR PIC 9(14)V99.
           05 GUIA-VENCIMENTO PIC 9(8).
           05 GUIA-EMISSAO PIC 9(8).
           05 GUIA-EMP-CODIGO PIC X(3).
