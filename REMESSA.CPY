      * the two programs can never drift apart on field sizes or
      * types. One header with the run date and competencia, one
      * detail per employee credit - with the banco, agencia and
      * conta the bank posts the deposit to, merged from CONTAS.DAT
      * - and one trailer with count and sum, in the fixed layout
      * the bank ingests.
      *
      * The header also names the paying company - its EMPRESAS.TXT
      * code, CNPJ and the banco/agencia/conta the credits are drawn
      * from - and every detail carries the code of the employee's
      * company, carved out of the former FILLER. The detail also
      * carries the employee's matricula and CPF, so the return can
      * be matched without relying on the name; the record grew to
      * 120 bytes for them.
      ******************************************************************
       01 REMESSA-REG PIC X(120).
       01 REMESSA-HEADER REDEFINES REMESSA-REG.
           05 REM-H-TIPO PIC X(1).
           05 REM-H-DATA PIC 9(8).
           05 REM-H-COMPETENCIA PIC X(6).
           05 REM-H-EMP-CODIGO PIC X(3).
           05 REM-H-CNPJ PIC X(14).
           05 REM-H-BANCO PIC X(3).
           05 REM-H-AGENCIA PIC X(4).
           05 REM-H-CONTA PIC X(9).
           05 FILLER PIC X(72).
       01 REMESSA-DETALHE REDEFINES REMESSA-REG.
           05 REM-D-TIPO PIC X(1).
           05 REM-D-NOME PIC X(30).
           05 REM-D-BANCO PIC X(3).
           05 REM-D-AGENCIA PIC X(4).
           05 REM-D-CONTA PIC X(9).
           05 REM-D-EMP-CODIGO PIC X(3).
           05 REM-D-MATRICULA PIC 9(6).
           05 REM-D-CPF PIC X(11).
           05 FILLER PIC X(7).
       01 REMESSA-TRAILER REDEFINES REMESSA-REG.
           05 REM-T-TIPO PIC X(1).
           05 REM-T-QTD PIC 9(6).
           05 REM-T-SOMA PIC 9(14)V99.
           05 FILLER PIC X(97).
