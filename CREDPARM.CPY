      ******************************************************************
      * Shared CREDPARM.TXT record layout: the rule table of the
      * credit analysis (PROG049), maintained by the commercial
      * office. One line per rule, told apart by CPR-TIPO:
      *
      *   'M' - income multiplier applied to CLI-SAL (CPR-FATOR);
      *   'U' - regional factor of the UF in CPR-CHAVE (CPR-FATOR);
      *         a UF without a line counts 1,0000;
      *   'R' - resident factor: CPR-CHAVE 'S' for a client whose
      *         CPF is an active resident of USUARIOS.DAT, 'N' for
      *         everyone else (CPR-FATOR);
      *   'C' - risk class in CPR-CHAVE(1:1), A best to E worst,
      *         with the minimum credit limit for it in CPR-MINIMO;
      *         a limit below every minimum falls in class E.
      ******************************************************************
       01 CREDPARM-REG.
           05 CPR-TIPO PIC X(1).
           05 CPR-CHAVE PIC X(2).
           05 CPR-FATOR PIC 9(3)V9(4).
           05 CPR-MINIMO PIC 9(9)V99.
