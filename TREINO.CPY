      ******************************************************************
      * Shared TREINO.TXT record layout, COPYed into the FD TREINO
      * of PROG005 (treino dirigido, write side) and PROG027
      * (open versus mastered facts). One line per student and fact
      * (number, operation sign and line, as in QUIZERR.TXT) that
      * has been drilled at least once.
      *
      * TRE-SEGUIDOS counts the right answers in a row since the
      * last miss; when it reaches the retirement count the fact
      * is marked TRE-SITUACAO 'D' (dominado) with TRE-DATA-DOMINIO
      * and leaves the drill. A QUIZERR.TXT miss dated after that
      * day puts it back as 'A' (aberto).
      ******************************************************************
       01 TREINO-REG.
           05 TRE-ALUNO PIC X(30).
           05 TRE-USERNUM PIC 9(2).
           05 TRE-OPERACAO PIC X(1).
           05 TRE-LINHA PIC 9(2).
           05 TRE-SEGUIDOS PIC 9(1).
           05 TRE-SITUACAO PIC X(1).
           05 TRE-DATA-DOMINIO PIC 9(8).
