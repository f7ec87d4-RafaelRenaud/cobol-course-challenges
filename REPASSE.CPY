      ******************************************************************
      * Shared REPASSE.TXT record layouts: the remittance of the
      * consignado installments withheld by the PROG002 lote, to be
      * paid over to each lender bank. The file is rebuilt on every
      * lote run and grouped by bank - one header naming the bank,
      * the competencia and the paying company, one detail per
      * contract and one trailer per bank with count and sum.
      *
      * REP-D-TIPO 'D' is an installment withheld in the lote, with
      * its number out of the contract's total; 'R' is a contract
      * closed by a termination paid in the lote, REP-D-VALOR then
      * being the outstanding balance (installments still due times
      * the installment value) the bank must collect elsewhere. The
      * trailer sums the 'D' lines only - what is actually paid over -
      * and counts the 'R' lines apart.
      ******************************************************************
       01 REPASSE-REG PIC X(100).
       01 REPASSE-HEADER REDEFINES REPASSE-REG.
           05 REP-H-TIPO PIC X(1).
           05 REP-H-BANCO PIC X(3).
           05 REP-H-DATA PIC 9(8).
           05 REP-H-COMPETENCIA PIC X(6).
           05 REP-H-EMP-CODIGO PIC X(3).
           05 REP-H-CNPJ PIC X(14).
           05 FILLER PIC X(65).
       01 REPASSE-DETALHE REDEFINES REPASSE-REG.
           05 REP-D-TIPO PIC X(1).
           05 REP-D-BANCO PIC X(3).
           05 REP-D-CONTRATO PIC X(15).
           05 REP-D-NOME PIC X(30).
           05 REP-D-EMP-CODIGO PIC X(3).
           05 REP-D-PARCELA PIC 9(3).
           05 REP-D-QTD-PARCELAS PIC 9(3).
           05 REP-D-VALOR PIC 9(14)V99.
           05 FILLER PIC X(26).
       01 REPASSE-TRAILER REDEFINES REPASSE-REG.
           05 REP-T-TIPO PIC X(1).
           05 REP-T-BANCO PIC X(3).
           05 REP-T-QTD PIC 9(6).
           05 REP-T-SOMA PIC 9(14)V99.
           05 REP-T-QTD-RESC PIC 9(6).
           05 REP-T-SALDO-RESC PIC 9(14)V99.
           05 FILLER PIC X(52).
