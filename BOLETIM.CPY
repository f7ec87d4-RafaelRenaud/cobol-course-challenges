      *    kept by PROG023 (zeros before the master existed), also
      *    appended to preserve the older records' alignment.
           05 BOLETIM-MATRICULA PIC 9(6).
      *    BOLETIM-RECUPERACAO carries the make-up exam grade on the
      *    line written by the recuperacao recalculation (zeros on
      *    every other line), appended like the fields above.
           05 BOLETIM-RECUPERACAO PIC 9(2)V9.
      *    BOLETIM-ATIVIDADE carries the tabuada activity grade of
      *    PROG056 that entered the weighted media of the line
      *    (zeros when the student and materia had none), appended
      *    like the fields above.
           05 BOLETIM-ATIVIDADE PIC 9(2)V9.
