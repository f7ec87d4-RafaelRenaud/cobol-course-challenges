      ******************************************************************
      * CTLREG.TXT record layout, COPYed into the FD CTLREG of
      * PROG064 (control register), the only program that reads or
      * writes it - PROG063 and the batches go through it. One line per
      * critical data file: how many records it held and the hash
      * total of its amount fields the last time a program of the
      * suite wrote it, so an edit made outside the suite shows up
      * as a mismatch at the start of the next batch.
      *
      * CTL-ORIGEM tells how the line was last set: G written by the
      * program that wrote the file, R resynced by a supervisor
      * after a documented correction, B first baseline taken when
      * the register was installed.
      ******************************************************************
       01 CTLREG-REG.
           05 CTL-ARQUIVO PIC X(16).
           05 CTL-QTD PIC 9(7).
           05 CTL-HASH PIC 9(16)V99.
           05 CTL-DATA PIC 9(8).
           05 CTL-HORA PIC 9(8).
           05 CTL-PROGRAMA PIC X(8).
           05 CTL-OPERADOR PIC X(8).
           05 CTL-ORIGEM PIC X(1).
