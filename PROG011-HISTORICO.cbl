       FD NOTAS.
       COPY NOTAS.
       FD NOTASARQ.
       01 NOTASARQ-REG PIC X(93).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 CONTINUA PIC X(1) VALUE 'S'.
