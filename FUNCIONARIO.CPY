      ******************************************************************
      * Shared FUNCIONARIOS.DAT record layout, COPYed into the FD
      * FUNCIONARIOS of PROG002 (batch payroll input) and PROG009
      * (maintenance front end) so the two programs can never drift
      * apart on field sizes or types.
      * written before the fields existed) counts as active. The
      * fields are appended after the original ones so the older
      * records keep their alignment.
      *
      * FUNC-EMP-CODIGO keys the employee to the EMPRESAS.TXT company
      * master (PROG039); PROG009 only accepts a registered code and
      * copies the razao social into FUNC-EMPRESA. Records written
      * before the field existed read back as spaces and are resolved
      * by the FUNC-EMPRESA spelling instead.
      *
      * FUNC-MATRICULA is the employee number the system assigns on
      * inclusion (PROG009) - the record key of FUNCIONARIOS.DAT and
      * the link to CONTAS.DAT, FOLHA, REMESSA and REFILA, so a
      * homonym or a corrected name no longer breaks the matching.
      * FUNC-CPF is the employee's CPF (mod-11 checked on entry),
      * spaces until keyed in. The record is now 117 bytes - the
      * exact size of the REJ-DADOS/RES-REG images.
      ******************************************************************
       01 FUNC-REG.
           05 FUNC-NOME PIC X(30).
           05 FUNC-ADMISSAO PIC 9(8).
           05 FUNC-DEMISSAO PIC 9(8).
           05 FUNC-SITUACAO PIC X(1).
           05 FUNC-EMP-CODIGO PIC X(3).
           05 FUNC-MATRICULA PIC 9(6).
           05 FUNC-CPF PIC X(11).
