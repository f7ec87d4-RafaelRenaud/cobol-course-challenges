      ******************************************************************
      * Shared FERIAS.TXT record layout, COPYed into the FD FERIAS
      * of PROG035 (scheduling), PROG036 (vencidas/a vencer report)
      * and PROG002 (ferias payment mode) so the three programs can
      * never drift apart on field sizes or types.
      *
      * One line per employee and periodo aquisitivo (the year of
      * work counted from FUNC-ADMISSAO, AAAAMMDD to AAAAMMDD).
      * FER-LIMITE closes the periodo concessivo - the twelve months
      * after it in which the days must be taken, or be paid in
      * double. FER-PROG-INI/FER-PROG-DIAS hold the slice scheduled
      * and not yet paid ('P'); the ferias run pays it, moves the
      * days from saldo to gozados and stamps FER-ULT-COMP with the
      * ferias competencia marker. 'Q' marks a period fully taken.
      *
      * FER-MATRICULA is the employee's FUNCIONARIOS.DAT number;
      * lines written before it existed read back as spaces until
      * PROG045 fills them in - test NUMERIC before matching on it.
      ******************************************************************
       01 FERIAS-REG.
           05 FER-NOME PIC X(30).
           05 FER-AQUIS-INI PIC 9(8).
           05 FER-AQUIS-FIM PIC 9(8).
           05 FER-LIMITE PIC 9(8).
           05 FER-DIAS-DIREITO PIC 9(2).
           05 FER-DIAS-GOZADOS PIC 9(2).
           05 FER-DIAS-SALDO PIC 9(2).
           05 FER-PROG-INI PIC 9(8).
           05 FER-PROG-DIAS PIC 9(2).
           05 FER-SITUACAO PIC X(1).
           05 FER-ULT-COMP PIC X(6).
           05 FER-MATRICULA PIC 9(6).
