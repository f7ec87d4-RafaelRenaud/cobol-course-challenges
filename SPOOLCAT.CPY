      ******************************************************************
      * Shared SPOOLCAT.TXT record layout, COPYed into the FD
      * SPOOLCAT of PROG062 (report spool, write side) and PROG061
      * (spool catalogue: listing, reprint and purge). One line per
      * print run filed in the spool.
      *
      * SPC-NUMERO is the spool number; the run's lines are kept in
      * SPOOLnnnnnn.TXT (nnnnnn = SPC-NUMERO), each line carrying
      * its page number. SPC-ARQUIVO is the print file the lines
      * came from, SPC-OPERADOR the clerk signed on at the PROG001
      * menu (spaces when the program was run directly).
      ******************************************************************
       01 SPOOLCAT-REG.
           05 SPC-NUMERO PIC 9(6).
           05 SPC-PROGRAMA PIC X(8).
           05 SPC-OPERADOR PIC X(8).
           05 SPC-DATA PIC 9(8).
           05 SPC-HORA PIC 9(8).
           05 SPC-PAGINAS PIC 9(5).
           05 SPC-LINHAS PIC 9(7).
           05 SPC-ARQUIVO PIC X(16).
           05 SPC-DESCRICAO PIC X(40).
