      ******************************************************************
      * Shared MATERIAS.TXT record layout: the subjects master kept
      * by PROG054, one line per materia. MAT-NOME is the one
      * spelling TURMA.TXT and FREQUENCIA.TXT may carry - PROG024
      * and PROG025 accept the code or the name and always write
      * the name - so a stray blank can no longer split a materia
      * in two on the boletim. MAT-AULAS-SEMANA is the weekly class
      * hours of the materia in each turma.
      ******************************************************************
       01 MATERIA-REG.
           05 MAT-CODIGO PIC X(4).
           05 MAT-NOME PIC X(15).
           05 MAT-AULAS-SEMANA PIC 9(2).
