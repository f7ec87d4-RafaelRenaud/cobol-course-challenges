      ******************************************************************
      * Shared CEPFAIXA.DAT record layout, COPYed into the FD
      * CEPFAIXA of PROG022 (maintenance), PROG003 (discrepancy
      * report), PROG010 (entry cross-check) and PROG059 (integrity
      * sweep). One record per CEP range the office maintains:
      * first and last CEP of the range (eight digits, no dash) and
      * the cidade/UF that range belongs to. Indexed by CEPF-INI.
      ******************************************************************
       01 CEPF-REG.
           05 CEPF-INI PIC 9(8).
