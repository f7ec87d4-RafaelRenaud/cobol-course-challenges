      * waiting review and 'S' once PROG020 has sent a corrected
      * record to the resubmission file - so the same reject is not
      * fixed twice.
      * A 13th-salary or ferias reject has no FUNC-REG of its own:
      * its image carries only the FUNC-REG identifying fields -
      * name, empresa, company code, matricula and CPF - and the
      * salary and date slots are left blank for PROG020 to fill;
      * a resubmission left blank is rejected again by the lote
      * critica. The ferias slice itself stays scheduled in
      * FERIAS.TXT and is paid by the next ferias run once the cause
      * is fixed.
      ******************************************************************
       01 REJ-REG.
           05 REJ-MOTIVO PIC X(25).
           05 REJ-DADOS PIC X(117).
           05 REJ-RESOLVIDO PIC X(1).
