      ******************************************************************
      * Shared CTLOCOR.TXT record layout, COPYed into the FD CTLOCOR
      * of PROG064 (write side) and PROG063 (mismatch and resync
      * report). One line per event of the control register:
      * DIVERGENCIA when a file no longer matches its register line
      * (the batch that found it stops), RESSINCRONIA when a
      * supervisor re-baselines a file - with the reason given - and
      * BASE INICIAL when a file is registered for the first time.
      * The -REG fields carry the register before the event, the
      * -ATUAL fields what the file holds now.
      ******************************************************************
       01 CTLOCOR-REG.
           05 CTO-DATA PIC 9(8).
           05 CTO-HORA PIC 9(8).
           05 CTO-ARQUIVO PIC X(16).
           05 CTO-EVENTO PIC X(12).
           05 CTO-PROGRAMA PIC X(8).
           05 CTO-OPERADOR PIC X(8).
           05 CTO-QTD-REG PIC 9(7).
           05 CTO-QTD-ATUAL PIC 9(7).
           05 CTO-HASH-REG PIC 9(16)V99.
           05 CTO-HASH-ATUAL PIC 9(16)V99.
           05 CTO-MOTIVO PIC X(40).
