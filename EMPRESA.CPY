      ******************************************************************
      * Shared EMPRESAS.TXT record layout, COPYed into the FD EMPRESAS
      * of PROG039 (company master maintenance, write side) and of
      * every program that resolves a company - PROG009, PROG002,
      * PROG008, PROG033 and PROG040 - so they can never drift apart
      * on field sizes or types.
      *
      * EMP-CODIGO is the key the payroll groups by; EMP-RAZAO-SOCIAL
      * is the one spelling stamped on FUNC-EMPRESA and FOLHA-EMPRESA.
      * EMP-CNPJ is kept as 14 digits with both check digits already
      * validated; EMP-BANCO/AGENCIA/CONTA is the paying account the
      * REMESSA header carries. EMP-SITUACAO 'A' ativa, 'I' inativa -
      * an inactive company takes no new employees.
      ******************************************************************
       01 EMPRESA-REG.
           05 EMP-CODIGO PIC X(3).
           05 EMP-RAZAO-SOCIAL PIC X(30).
           05 EMP-CNPJ PIC X(14).
           05 EMP-ENDERECO PIC X(40).
           05 EMP-CIDADE PIC X(20).
           05 EMP-UF PIC X(2).
           05 EMP-CEP PIC X(8).
           05 EMP-BANCO PIC X(3).
           05 EMP-AGENCIA PIC X(4).
           05 EMP-CONTA PIC X(9).
           05 EMP-SITUACAO PIC X(1).
