      ******************************************************************
      * Shared layout of one SPOOLnnnnnn.TXT line, COPYed into the
      * spool FDs of PROG062 (write side) and PROG061 (reprint): the
      * page the line falls on and the print line as it was written.
      ******************************************************************
       01 SPOOL-LINHA-REG.
           05 SPL-PAGINA PIC 9(5).
           05 SPL-TEXTO PIC X(132).
