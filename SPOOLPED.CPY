      ******************************************************************
      * Spool request block, shared EXTERNAL between a program that
      * has just closed a print file and PROG062, which files that
      * print file in the report spool. The caller fills
      * SPP-PROGRAMA, SPP-ARQUIVO (the print file just closed) and
      * SPP-DESCRICAO before CALL 'PROG062'; PROG062 hands back the
      * spool number given to the run in SPP-NUMERO and the outcome
      * in SPP-RETORNO: S filed, V print file empty (nothing filed),
      * E print file or spool unusable.
      ******************************************************************
       01 SPOOL-PEDIDO EXTERNAL.
           05 SPP-PROGRAMA PIC X(8).
           05 SPP-ARQUIVO PIC X(16).
           05 SPP-DESCRICAO PIC X(40).
           05 SPP-NUMERO PIC 9(6).
           05 SPP-RETORNO PIC X(1).
