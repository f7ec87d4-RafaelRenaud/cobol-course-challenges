      ******************************************************************
      * Shared ATRIBUICOES.TXT record layout: which teacher teaches
      * each turma and materia, kept by PROG054 (one teacher per
      * turma and materia) and read by PROG024 and PROG025, which
      * only take grades and calls for an assigned pair.
      *
      * The fechamento do diario is kept on the same line by
      * PROG055: ATR-ETAPA-FECHADA is the last etapa closed (1, 2
      * or 3, the etapas of N1, N2 and N3; zero while none is),
      * with the date and the operator of that closing. Once an
      * etapa is closed, a change to its grade, to the faltas or
      * to a call dated up to ATR-DATA-FECHAMENTO needs a
      * coordenador (perfil C) or supervisor (perfil S) and leaves
      * an AUDITORIA.TXT line.
      ******************************************************************
       01 ATRIBUICAO-REG.
           05 ATR-PROFESSOR PIC 9(4).
           05 ATR-TURMA PIC X(6).
           05 ATR-MATERIA PIC X(4).
           05 ATR-ETAPA-FECHADA PIC 9(1).
           05 ATR-DATA-FECHAMENTO PIC 9(8).
           05 ATR-OPER-FECHAMENTO PIC X(8).
