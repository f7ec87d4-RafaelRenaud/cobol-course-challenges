      ******************************************************************
      * Shared TRANSFERENCIAS.TXT record layout: the dated register
      * of student transfers made by PROG052, one line per
      * transfer.
      *
      * TRF-TIPO is I for the internal transfer between turmas (the
      * student's TURMA.TXT grades and FREQUENCIA.TXT attendance
      * move to TRF-DESTINO, the new turma) and E for the transfer
      * out of the school (TRF-DESTINO is the receiving school and
      * the student is flagged T in ALUNOS.TXT). The counts say how
      * many grade and attendance lines went along.
      ******************************************************************
       01 TRANSF-REG.
           05 TRF-MATRICULA PIC 9(6).
           05 TRF-NOME PIC X(30).
           05 TRF-TIPO PIC X(1).
           05 TRF-TURMA-ORIGEM PIC X(6).
           05 TRF-DESTINO PIC X(30).
           05 TRF-DATA PIC 9(8).
           05 TRF-QTD-NOTAS PIC 9(3).
           05 TRF-QTD-CHAMADAS PIC 9(5).
