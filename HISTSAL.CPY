      ******************************************************************
      * Shared HISTSAL.TXT record layout: the salary history. One
      * line per change of an employee's final salary (FUNC-ULTIMSAL)
      * made by a mass run - today the PROG041 dissidio - with the
      * salary before and after, the reason and when it took effect.
      *
      * HIST-VIGENCIA is the competencia (AAAAMM) the new salary holds
      * from; when that lies before the run, HIST-MESES-RETRO months
      * already paid at the old salary were found in FOLHA.TXT and
      * HIST-VALOR-RETRO is the difference posted in LANCAMENTOS.TXT
      * for the lote of HIST-COMP-PAGTO. HIST-PCT is the raise in
      * percent with two decimals.
      *
      * HIST-MATRICULA is the employee's FUNCIONARIOS.DAT number;
      * lines written before it existed read back as spaces until
      * PROG045 fills them in - test NUMERIC before matching on it.
      ******************************************************************
       01 HISTSAL-REG.
           05 HIST-NOME PIC X(30).
           05 HIST-EMP-CODIGO PIC X(3).
           05 HIST-DATA PIC 9(8).
           05 HIST-SAL-ANTERIOR PIC 9(8)V99.
           05 HIST-SAL-NOVO PIC 9(8)V99.
           05 HIST-MOTIVO PIC X(20).
           05 HIST-VIGENCIA PIC X(6).
           05 HIST-PCT PIC 9(3)V99.
           05 HIST-MESES-RETRO PIC 9(2).
           05 HIST-VALOR-RETRO PIC 9(8)V99.
           05 HIST-COMP-PAGTO PIC X(6).
           05 HIST-OPERADOR PIC X(8).
           05 HIST-MATRICULA PIC 9(6).
