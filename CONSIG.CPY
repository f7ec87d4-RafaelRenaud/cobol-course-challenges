      ******************************************************************
      * Shared CONSIGNADOS.TXT record layout, COPYed into the FD
      * CONSIGNADOS of PROG043 (contract registration), PROG002 (the
      * lote that deducts the installments) and PROG037 (the TRCT,
      * which shows what is still owed) so the three programs can
      * never drift apart on field sizes or types.
      *
      * One line per emprestimo consignado: the employee, the lender
      * bank (its FEBRABAN code) and the bank's contract number, the
      * amount lent, the monthly installment, how many installments
      * and the competencia (AAAAMM) of the first one. The lote keeps
      * CSG-PARCELAS-PAGAS and CSG-ULT-COMP - the competencia the last
      * installment was withheld in - current.
      *
      * CSG-SITUACAO: 'A' ativo, 'Q' quitado (last installment taken
      * by the lote), 'R' encerrado na rescisao (the outstanding
      * balance was reported to the bank), 'C' cancelado in PROG043
      * (quitacao antecipada direto com o banco).
      *
      * CSG-MATRICULA is the employee's FUNCIONARIOS.DAT number;
      * lines written before it existed read back as spaces until
      * PROG045 fills them in - test NUMERIC before matching on it.
      ******************************************************************
       01 CONSIG-REG.
           05 CSG-NOME PIC X(30).
           05 CSG-BANCO PIC X(3).
           05 CSG-CONTRATO PIC X(15).
           05 CSG-VALOR-TOTAL PIC 9(10)V99.
           05 CSG-VALOR-PARCELA PIC 9(8)V99.
           05 CSG-QTD-PARCELAS PIC 9(3).
           05 CSG-PRIMEIRA-COMP PIC X(6).
           05 CSG-PARCELAS-PAGAS PIC 9(3).
           05 CSG-ULT-COMP PIC X(6).
           05 CSG-SITUACAO PIC X(1).
           05 CSG-DATA-CADASTRO PIC 9(8).
           05 CSG-OPERADOR PIC X(8).
           05 CSG-MATRICULA PIC 9(6).
