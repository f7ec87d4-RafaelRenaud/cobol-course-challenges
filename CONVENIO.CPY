      ******************************************************************
      * Shared CONVENIOS.TXT record layout: the paying company's
      * agreement with each bank it sends a CNAB 240 salary
      * remittance to - the convenio code the bank assigned, the
      * company's own account at that bank (debited for the credits)
      * and the bank's name for the file header. Kept by hand like
      * FAIXAS.TXT, one line per company and bank.
      *
      * CNV-NSA is the sequence number of the last file sent to the
      * bank (numero sequencial do arquivo); the PROG002 lote adds
      * one for every remittance it generates and writes it back, so
      * the bank never sees the same number twice. A bank credited
      * without a line here gets one appended, convenio blank, for
      * the office to complete.
      ******************************************************************
       01 CONVENIO-REG.
           05 CNV-EMP-CODIGO PIC X(3).
           05 CNV-BANCO PIC X(3).
           05 CNV-CONVENIO PIC X(20).
           05 CNV-AGENCIA PIC X(4).
           05 CNV-CONTA PIC X(9).
           05 CNV-NSA PIC 9(6).
           05 CNV-NOME-BANCO PIC X(30).
