      ******************************************************************
      * Shared CONTAS.DAT record layout, COPYed into the FD CONTAS
      * of PROG019 (maintenance front end) and PROG002 (remittance
      * merge) so the two programs can never drift apart on field
      * sizes or types. One record per employee bank account, keyed
      * by CTA-MATRICULA - the employee number of FUNCIONARIOS.DAT;
      * CTA-NOME and CTA-CPF are copied from the employee record
      * when the account is registered or corrected.
      *
      * CTA-CONTA carries eight digits plus the verification digit
      * in the ninth position (modulo 11 over the first eight) -
           05 CTA-BANCO PIC X(3).
           05 CTA-AGENCIA PIC X(4).
           05 CTA-CONTA PIC X(9).
           05 CTA-MATRICULA PIC 9(6).
           05 CTA-CPF PIC X(11).
