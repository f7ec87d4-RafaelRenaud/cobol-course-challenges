      ******************************************************************
      * Shared QUIZRES.TXT record layout, COPYed into the FD QUIZRES
      * of PROG005 (quiz, worksheet correction and treino dirigido,
      * write side), PROG027 (performance report) and PROG056
      * (activity grade). One line per session: student, number
      * list and line range, score, date and time.
      *
      * QR-MATRICULA is the student's ALUNOS.TXT matricula, taken
      * at the start of the session; it is appended after the
      * original fields, so lines written before it read it as
      * blanks (zeros when ALUNOS.TXT was missing) and are matched
      * by QR-ALUNO instead.
      ******************************************************************
       01 QUIZRES-REG.
           05 QR-ALUNO PIC X(30).
           05 QR-OPERACAO PIC X(1).
           05 QR-NUMEROS PIC X(40).
           05 QR-INICIO PIC 9(2).
           05 QR-FIM PIC 9(2).
           05 QR-ACERTOS PIC 9(3).
           05 QR-ERROS PIC 9(3).
           05 QR-DATA PIC 9(8).
           05 QR-HORA PIC 9(8).
           05 QR-MATRICULA PIC 9(6).
