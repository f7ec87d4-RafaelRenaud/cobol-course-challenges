      ******************************************************************
      * Shared ALIQUOTAS.TXT record layout: the employer charge rates
      * PROG038 applies over each employee's gross of the competencia
      * - FGTS deposit, employer INSS and the third-party
      * contributions (terceiros), in percent.
      *
      * Like FAIXAS.TXT, a row holds for the competencias between
      * ALIQ-VIG-INI and ALIQ-VIG-FIM (AAAAMM, spaces = open ended),
      * and a row with ALIQ-EMPRESA filled holds for that company
      * only, in place of the global rows (ALIQ-EMPRESA in spaces).
      * The company is named by its razao social or by its
      * EMPRESAS.TXT code.
      ******************************************************************
       01 ALIQUOTA-REG.
           05 ALIQ-PCT-FGTS PIC 9(2)V99.
           05 ALIQ-PCT-INSS PIC 9(2)V99.
           05 ALIQ-PCT-TERCEIROS PIC 9(2)V99.
           05 ALIQ-VIG-INI PIC X(6).
           05 ALIQ-VIG-FIM PIC X(6).
           05 ALIQ-EMPRESA PIC X(30).
