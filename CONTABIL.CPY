      ******************************************************************
      * Shared CONTABIL.TXT record layout: the account mapping of the
      * accounting export, kept by PROG042 and read by PROG002 when a
      * competencia is closed. One line per rubrica of the payroll and
      * company - CTB-EMP-CODIGO in spaces is the default line for
      * every company without one of its own - with the ledger
      * account the rubrica is booked to, so a new chart of accounts
      * is a file change, not a program change.
      *
      * Rubricas and the side they are booked on:
      *   SALARIOS   D  gross of the month (salary plus proventos)
      *   IMPOSTO    C  tax part of the bracket deduction
      *   BENEFICIOS C  benefit part of the bracket deduction
      *   DESCONTOS  C  event descontos (and a rescisao's deduction)
      *   LIQUIDO    C  net salaries payable
      *   FGTS-DESP  D  / FGTS-REC  C  employer FGTS
      *   INSS-DESP  D  / INSS-REC  C  employer INSS
      *   TERC-DESP  D  / TERC-REC  C  terceiros
      ******************************************************************
       01 CONTABIL-REG.
           05 CTB-RUBRICA PIC X(10).
           05 CTB-EMP-CODIGO PIC X(3).
           05 CTB-CONTA PIC X(12).
           05 CTB-DESCRICAO PIC X(30).
