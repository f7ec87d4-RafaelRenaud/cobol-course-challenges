      ******************************************************************
      * Shared PROFESSORES.TXT record layout: the teachers master
      * kept by PROG054, one line per teacher. PROF-OPERADOR is the
      * teacher's sign-on code in OPERADORES.TXT, so PROG055 knows
      * whose diario is being closed; PROF-SITUACAO is A (ativo) or
      * I (inativo - keeps the history, takes no new turma).
      ******************************************************************
       01 PROFESSOR-REG.
           05 PROF-CODIGO PIC 9(4).
           05 PROF-NOME PIC X(30).
           05 PROF-OPERADOR PIC X(8).
           05 PROF-SITUACAO PIC X(1).
