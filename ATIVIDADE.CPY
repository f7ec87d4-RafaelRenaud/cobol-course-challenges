      ******************************************************************
      * Shared ATIVIDADE.TXT record layout, COPYed into the FD
      * ATIVIDADE of PROG056 (consolidation, write side) and PROG004
      * (grading run). One line per student with quiz sessions in
      * the period: the term's tabuada performance (quizzes and
      * worksheet corrections of QUIZRES.TXT) turned into an
      * activity grade of 0 to 10 for one materia.
      *
      * ATV-PESO is the weight of the activity in the media, next
      * to the weights of N1, N2 and N3; the grading run only adds
      * it for the student's line of ATV-MATERIA. The file is
      * rebuilt by every consolidation run.
      ******************************************************************
       01 ATIVIDADE-REG.
           05 ATV-MATRICULA PIC 9(6).
           05 ATV-NOME PIC X(30).
           05 ATV-MATERIA PIC X(15).
           05 ATV-NOTA PIC 9(2)V9.
           05 ATV-PESO PIC 9V9.
           05 ATV-SESSOES PIC 9(3).
           05 ATV-ACERTOS PIC 9(5).
           05 ATV-ERROS PIC 9(5).
           05 ATV-DATA-INICIO PIC 9(8).
           05 ATV-DATA-FIM PIC 9(8).
           05 ATV-DATA-APURACAO PIC 9(8).
