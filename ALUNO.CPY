      * sizes or types. One line per enrolled student: matricula
      * (the unique number PROG023 assigns), name exactly as graded
      * in TURMA.TXT, turma and the responsible's name.
      *
      * ALU-SITUACAO is T once PROG052 transfers the student out of
      * the school (spaces or A while enrolled), with the date of
      * the latest transfer - internal or external - in
      * ALU-DATA-SITUACAO. A transferred-out student stays on file
      * for the history but drops out of the grading runs. Both
      * fields are appended after the original ones so lines
      * written before them keep their alignment.
      ******************************************************************
       01 ALUNO-REG.
           05 ALU-MATRICULA PIC 9(6).
           05 ALU-NOME PIC X(30).
           05 ALU-TURMA PIC X(6).
           05 ALU-RESPONSAVEL PIC X(30).
           05 ALU-SITUACAO PIC X(1).
           05 ALU-DATA-SITUACAO PIC 9(8).
