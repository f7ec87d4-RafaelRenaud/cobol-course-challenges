      *    kept by PROG023 (zeros before the master existed), also
      *    appended to preserve the older records' alignment.
           05 NOTAS-MATRICULA PIC 9(6).
      *    NOTAS-RECUPERACAO is S on the final line written by the
      *    recuperacao recalculation (PROG004 mode 4), so the
      *    transcript shows the outcome came from the make-up exam;
      *    spaces on every other line.
           05 NOTAS-RECUPERACAO PIC X(1).
