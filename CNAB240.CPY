      ******************************************************************
      * Shared CNAB 240 record layouts (FEBRABAN standard, pagamento
      * de salarios), COPYed into the FD CNAB of PROG002 - which
      * writes one remittance file per credited bank, CNABbbb.TXT -
      * and into the FD RETORNO of PROG018, which reads the bank's
      * return in the same layout, so the two programs can never
      * drift apart on positions or types.
      *
      * Every file holds one file header (registro 0), one batch
      * (lote 0001: batch header 1, a segment A and a segment B per
      * credit, batch trailer 5) and the file trailer (registro 9).
      * Segment A carries the credited account and the amount, with
      * CNB-A-SEU-NUMERO identifying the credit for the company
      * (matricula + competencia); segment B the employee's CPF. On
      * the return the bank fills CNB-A-OCORRENCIAS: '00' credit
      * made, 'BD' payment scheduled, anything else the reasons the
      * credit was refused.
      ******************************************************************
       01 CNAB-REG PIC X(240).
       01 CNAB-HEADER-ARQ REDEFINES CNAB-REG.
           05 CNB-HA-BANCO PIC X(3).
           05 CNB-HA-LOTE PIC X(4).
           05 CNB-HA-TIPO PIC X(1).
           05 FILLER PIC X(9).
           05 CNB-HA-TIPO-INSCRICAO PIC X(1).
           05 CNB-HA-CNPJ PIC X(14).
           05 CNB-HA-CONVENIO PIC X(20).
           05 CNB-HA-AGENCIA PIC 9(5).
           05 CNB-HA-DV-AGENCIA PIC X(1).
           05 CNB-HA-CONTA PIC 9(12).
           05 CNB-HA-DV-CONTA PIC X(1).
           05 CNB-HA-DV-AG-CONTA PIC X(1).
           05 CNB-HA-NOME-EMPRESA PIC X(30).
           05 CNB-HA-NOME-BANCO PIC X(30).
           05 FILLER PIC X(10).
           05 CNB-HA-CODIGO PIC X(1).
           05 CNB-HA-DATA PIC 9(8).
           05 CNB-HA-HORA PIC 9(6).
           05 CNB-HA-NSA PIC 9(6).
           05 CNB-HA-VERSAO PIC X(3).
           05 CNB-HA-DENSIDADE PIC X(5).
           05 CNB-HA-RESERVADO-BANCO PIC X(20).
           05 CNB-HA-RESERVADO-EMPRESA PIC X(20).
           05 FILLER PIC X(29).
       01 CNAB-HEADER-LOTE REDEFINES CNAB-REG.
           05 CNB-HL-BANCO PIC X(3).
           05 CNB-HL-LOTE PIC 9(4).
           05 CNB-HL-TIPO PIC X(1).
           05 CNB-HL-OPERACAO PIC X(1).
           05 CNB-HL-SERVICO PIC X(2).
           05 CNB-HL-FORMA PIC X(2).
           05 CNB-HL-VERSAO PIC X(3).
           05 FILLER PIC X(1).
           05 CNB-HL-TIPO-INSCRICAO PIC X(1).
           05 CNB-HL-CNPJ PIC X(14).
           05 CNB-HL-CONVENIO PIC X(20).
           05 CNB-HL-AGENCIA PIC 9(5).
           05 CNB-HL-DV-AGENCIA PIC X(1).
           05 CNB-HL-CONTA PIC 9(12).
           05 CNB-HL-DV-CONTA PIC X(1).
           05 CNB-HL-DV-AG-CONTA PIC X(1).
           05 CNB-HL-NOME-EMPRESA PIC X(30).
           05 CNB-HL-MENSAGEM PIC X(40).
           05 CNB-HL-ENDERECO PIC X(30).
           05 CNB-HL-NUMERO PIC X(5).
           05 CNB-HL-COMPLEMENTO PIC X(15).
           05 CNB-HL-CIDADE PIC X(20).
           05 CNB-HL-CEP PIC X(5).
           05 CNB-HL-CEP-COMPL PIC X(3).
           05 CNB-HL-UF PIC X(2).
           05 FILLER PIC X(8).
           05 CNB-HL-OCORRENCIAS PIC X(10).
       01 CNAB-SEGMENTO-A REDEFINES CNAB-REG.
           05 CNB-A-BANCO PIC X(3).
           05 CNB-A-LOTE PIC 9(4).
           05 CNB-A-TIPO PIC X(1).
           05 CNB-A-SEQUENCIA PIC 9(5).
           05 CNB-A-SEGMENTO PIC X(1).
           05 CNB-A-MOVIMENTO PIC X(1).
           05 CNB-A-INSTRUCAO PIC X(2).
           05 CNB-A-CAMARA PIC X(3).
           05 CNB-A-BANCO-FAV PIC X(3).
           05 CNB-A-AGENCIA-FAV PIC 9(5).
           05 CNB-A-DV-AGENCIA PIC X(1).
           05 CNB-A-CONTA-FAV PIC 9(12).
           05 CNB-A-DV-CONTA PIC X(1).
           05 CNB-A-DV-AG-CONTA PIC X(1).
           05 CNB-A-NOME-FAV PIC X(30).
           05 CNB-A-SEU-NUMERO.
               10 CNB-A-MATRICULA PIC X(6).
               10 CNB-A-COMPETENCIA PIC X(6).
               10 FILLER PIC X(8).
           05 CNB-A-DATA-PAGTO PIC 9(8).
           05 CNB-A-MOEDA PIC X(3).
           05 CNB-A-QTD-MOEDA PIC 9(10)V9(5).
           05 CNB-A-VALOR PIC 9(13)V99.
           05 CNB-A-NOSSO-NUMERO PIC X(20).
           05 CNB-A-DATA-REAL PIC 9(8).
           05 CNB-A-VALOR-REAL PIC 9(13)V99.
           05 CNB-A-INFORMACOES PIC X(40).
           05 CNB-A-FINALIDADE-DOC PIC X(2).
           05 CNB-A-FINALIDADE-TED PIC X(5).
           05 CNB-A-FINALIDADE-COMPL PIC X(2).
           05 FILLER PIC X(3).
           05 CNB-A-AVISO PIC X(1).
           05 CNB-A-OCORRENCIAS PIC X(10).
       01 CNAB-SEGMENTO-B REDEFINES CNAB-REG.
           05 CNB-B-BANCO PIC X(3).
           05 CNB-B-LOTE PIC 9(4).
           05 CNB-B-TIPO PIC X(1).
           05 CNB-B-SEQUENCIA PIC 9(5).
           05 CNB-B-SEGMENTO PIC X(1).
           05 FILLER PIC X(3).
           05 CNB-B-TIPO-INSCRICAO PIC X(1).
           05 CNB-B-CPF PIC X(14).
           05 CNB-B-LOGRADOURO PIC X(30).
           05 CNB-B-NUMERO PIC X(5).
           05 CNB-B-COMPLEMENTO PIC X(15).
           05 CNB-B-BAIRRO PIC X(15).
           05 CNB-B-CIDADE PIC X(20).
           05 CNB-B-CEP PIC X(5).
           05 CNB-B-CEP-COMPL PIC X(3).
           05 CNB-B-UF PIC X(2).
           05 CNB-B-DATA-VENC PIC 9(8).
           05 CNB-B-VALOR-DOC PIC 9(13)V99.
           05 CNB-B-ABATIMENTO PIC 9(13)V99.
           05 CNB-B-DESCONTO PIC 9(13)V99.
           05 CNB-B-MORA PIC 9(13)V99.
           05 CNB-B-MULTA PIC 9(13)V99.
           05 CNB-B-DOC-FAV PIC X(15).
           05 CNB-B-AVISO PIC X(1).
           05 CNB-B-SIAPE PIC X(6).
           05 FILLER PIC X(8).
       01 CNAB-TRAILER-LOTE REDEFINES CNAB-REG.
           05 CNB-TL-BANCO PIC X(3).
           05 CNB-TL-LOTE PIC 9(4).
           05 CNB-TL-TIPO PIC X(1).
           05 FILLER PIC X(9).
           05 CNB-TL-QTD-REGISTROS PIC 9(6).
           05 CNB-TL-SOMA PIC 9(16)V99.
           05 CNB-TL-QTD-MOEDA PIC 9(13)V9(5).
           05 CNB-TL-AVISO PIC 9(6).
           05 FILLER PIC X(165).
           05 CNB-TL-OCORRENCIAS PIC X(10).
       01 CNAB-TRAILER-ARQ REDEFINES CNAB-REG.
           05 CNB-TA-BANCO PIC X(3).
           05 CNB-TA-LOTE PIC X(4).
           05 CNB-TA-TIPO PIC X(1).
           05 FILLER PIC X(9).
           05 CNB-TA-QTD-LOTES PIC 9(6).
           05 CNB-TA-QTD-REGISTROS PIC 9(6).
           05 CNB-TA-QTD-CONTAS PIC 9(6).
           05 FILLER PIC X(205).
