      ******************************************************************
      * Shared CREDITO.DAT record layout: the result of the credit
      * analysis (PROG049), one record per client keyed by
      * CRD-CODIGO - the CLI-CODIGO of CLIENTES.DAT. Each run
      * rewrites the limit and the risk class (A best to E worst)
      * and keeps the class of the run before in
      * CRD-CLASSE-ANTERIOR, so a downgrade can be reported.
      ******************************************************************
       01 CREDITO-REG.
           05 CRD-CODIGO PIC 9(5).
           05 CRD-NOME PIC X(30).
           05 CRD-UF PIC X(2).
           05 CRD-RENDA PIC 9(4)V99.
           05 CRD-MORADOR PIC X(1).
           05 CRD-LIMITE PIC 9(9)V99.
           05 CRD-CLASSE PIC X(1).
           05 CRD-CLASSE-ANTERIOR PIC X(1).
           05 CRD-DATA PIC 9(8).
