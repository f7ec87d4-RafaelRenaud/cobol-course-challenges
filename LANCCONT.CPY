      ******************************************************************
      * Shared LANCCONT.TXT record layout: the general ledger entries
      * PROG002 exports when it closes a competencia - one line per
      * company and rubrica with the mapped account (CONTABIL.TXT),
      * the side (D debito / C credito) and the value. The lines of
      * one export only reach the file when debits equal credits for
      * every company.
      *
      * LC-EXPORTACAO numbers the exports of the competencia: 01 for
      * the first, one more after each supervisor reabertura, so the
      * ledger side knows a later export replaces the earlier one.
      ******************************************************************
       01 LANCCONT-REG.
           05 LC-COMPETENCIA PIC X(6).
           05 LC-EXPORTACAO PIC 9(2).
           05 LC-EMP-CODIGO PIC X(3).
           05 LC-CNPJ PIC X(14).
           05 LC-CONTA PIC X(12).
           05 LC-NATUREZA PIC X(1).
           05 LC-VALOR PIC 9(14)V99.
           05 LC-RUBRICA PIC X(10).
           05 LC-HISTORICO PIC X(30).
           05 LC-DATA PIC 9(8).
