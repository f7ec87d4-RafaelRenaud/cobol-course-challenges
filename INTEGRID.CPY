      ******************************************************************
      * Shared INTEGRID.TXT record layout, COPYed into the FD
      * INTEGRID of PROG059 (cross-file integrity sweep, write side)
      * and PROG016 (daily summary, open-issue count). One line per
      * inconsistency the last sweep found - the file is rebuilt on
      * every sweep, so what is on it is what is still open.
      *
      * INT-REGRA is the catalogue code of the rule broken (R01 to
      * R07, listed in PROG059), INT-ARQUIVO the file holding the
      * offending record and INT-CHAVE what identifies it there.
      * INT-QTD counts the lines of that file behind the same
      * finding (one audit line or one hundred for the same unknown
      * operator make one exception).
      ******************************************************************
       01 INTEGRID-REG.
           05 INT-DATA PIC 9(8).
           05 INT-REGRA PIC X(3).
           05 INT-ARQUIVO PIC X(14).
           05 INT-CHAVE PIC X(30).
           05 INT-QTD PIC 9(5).
           05 INT-MOTIVO PIC X(40).
