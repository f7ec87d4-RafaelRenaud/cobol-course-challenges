      ******************************************************************
      * Shared CARTASREG.TXT record layout: the register of warning
      * letters sent to the responsaveis by PROG051, one line per
      * aluno, materia and kind of warning in each letter issued.
      * The weekly run reads it back so the same warning is not
      * sent again within the quiet period asked at the run.
      *
      * CRG-TIPO is F for the attendance warning (absences heading
      * past the 25% ceiling) and N for the low partial average.
      ******************************************************************
       01 CARTAREG-REG.
           05 CRG-MATRICULA PIC 9(6).
           05 CRG-NOME PIC X(30).
           05 CRG-TURMA PIC X(6).
           05 CRG-MATERIA PIC X(15).
           05 CRG-TIPO PIC X(1).
           05 CRG-DATA PIC 9(8).
