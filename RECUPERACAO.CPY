      ******************************************************************
      * Shared RECUPERACAO.TXT record layout: the students called
      * for the make-up exam. PROG004 appends one line per aluno e
      * materia whose weighted average falls inside the recuperacao
      * band, PROG050 lists the calls by turma and materia and takes
      * the make-up grade, and PROG004 mode (4) recalculates the
      * final outcome and consumes the line.
      *
      * REC-SITUACAO is P while the student still waits for the
      * exam and N once the make-up grade (REC-NOTA) is typed in.
      * N1/N2/N3 and the original average ride along so the final
      * BOLETIM/NOTAS lines keep the term grades.
      ******************************************************************
       01 RECUP-REG.
           05 REC-TURMA PIC X(6).
           05 REC-MATERIA PIC X(15).
           05 REC-NOME PIC X(30).
           05 REC-MATRICULA PIC 9(6).
           05 REC-N1 PIC 9(2)V9.
           05 REC-N2 PIC 9(2)V9.
           05 REC-N3 PIC 9(2)V9.
           05 REC-MEDIA PIC 9(2)V9.
           05 REC-DATA PIC 9(8).
           05 REC-NOTA PIC 9(2)V9.
           05 REC-SITUACAO PIC X(1).
