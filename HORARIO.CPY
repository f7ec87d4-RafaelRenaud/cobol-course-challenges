      ******************************************************************
      * Shared HORARIO.TXT record layout: the weekly timetable kept
      * by PROG053, one line per turma, materia and weekday with the
      * number of class hours given that day. Together with the
      * dias letivos of CALENDARIO.TXT it yields each materia's
      * hours for the year - and the 25% absence ceiling PROG004
      * applies - and the days PROG025 expects a call for.
      *
      * HOR-DIA-SEMANA: 1 segunda, 2 terca, 3 quarta, 4 quinta,
      * 5 sexta, 6 sabado.
      ******************************************************************
       01 HORARIO-REG.
           05 HOR-TURMA PIC X(6).
           05 HOR-MATERIA PIC X(15).
           05 HOR-DIA-SEMANA PIC 9(1).
           05 HOR-AULAS PIC 9(1).
