      * INATIVACAO or EXCLUSAO; blank for every other operation.
      * AUD-OPERADOR carries the code of the clerk signed on at the
      * PROG001 menu (spaces when a program was run directly).
      * On the competencia approval trail (PROG033 and PROG002)
      * AUD-CPF carries the competencia in (1:6) and the operator
      * who ran the lote under review in (9:8).
      * On the diario trail (PROG024, PROG025 and PROG055) AUD-CPF
      * carries the turma in (1:6) and the materia code in (8:4),
      * and AUD-MOTIVO what was done to whom: the student's name
      * and the field or call date changed.
      * On the activity grade trail (PROG056) AUD-CPF carries the
      * materia and AUD-MOTIVO the students graded and the weight.
      * The LGPD purge (PROG057) replaces AUD-CPF with the
      * anonymization token and adds one ANONIMIZACAO line per
      * token, with the retention period in AUD-MOTIVO.
      * The report spool (PROG061) logs each REIMPRESSAO with
      * 'SPOOL nnnnnn' in AUD-CPF and the pages reprinted in
      * AUD-MOTIVO, and each EXPURGO SPOOL with the cutoff date in
      * AUD-CPF and the number of runs purged in AUD-MOTIVO.
       01 AUDITORIA-REG.
           05 AUD-DATA PIC 9(8).
           05 AUD-HORA PIC 9(8).
