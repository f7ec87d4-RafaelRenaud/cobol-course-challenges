           SELECT QUIZERR ASSIGN TO 'QUIZERR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIZERR-STATUS.
      *-----------------------
      * TREINO.TXT holds the treino dirigido state of each student
      * and fact (right answers in a row, mastered or open), kept
      * by PROG005.
      *-----------------------
           SELECT TREINO ASSIGN TO 'TREINO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREINO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD QUIZRES.
       COPY QUIZRES.
       FD QUIZERR.
       COPY QUIZERR.
       FD TREINO.
       COPY TREINO.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 WRK-MAIOR-ERROS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-IMPRESSOS PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-FATOS PIC 9(1) VALUE 0.
      *-----------------------
      * Treino dirigido do modo (3): os fatos errados pelo aluno
      * (numero, operacao e linha), com a situacao do TREINO.TXT -
      * um fato dominado e errado de novo num dia posterior volta a
      * ficar em aberto, como no PROG005 - e as sessoes de treino
      * do QUIZRES.TXT.
       77 FLAG-TREINO PIC 9(1) VALUE 0.
       77 WS-TREINO-STATUS PIC X(2) VALUE SPACES.
       01 TABELA-FATOS-ALUNO.
           05 FATO-ALUNO-ITEM OCCURS 100 TIMES.
               10 TABFAL-USERNUM PIC 9(2).
               10 TABFAL-OPERACAO PIC X(1).
               10 TABFAL-LINHA PIC 9(2).
               10 TABFAL-ERROS PIC 9(3).
               10 TABFAL-ULTIMO-ERRO PIC 9(8).
               10 TABFAL-SEGUIDOS PIC 9(1).
               10 TABFAL-SITUACAO PIC X(1).
               10 TABFAL-DATA-DOMINIO PIC 9(8).
       77 QTD-FATOS-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-FATO-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-FAL-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ABERTOS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-DOMINADOS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-TREINOS PIC 9(3) VALUE ZEROS.
       77 WRK-PCT-PRIMEIRO PIC 9(3)V9 VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
           DISPLAY 'MODO: (1) EVOLUCAO POR ALUNO'.
           DISPLAY '      (2) FATOS MAIS ERRADOS'.
           DISPLAY '      (3) TREINO DIRIGIDO POR ALUNO'.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 010-FATOS-MAIS-ERRADOS
               WHEN '3'
                   PERFORM 020-TREINO-ALUNO
               WHEN OTHER
                   PERFORM 001-EVOLUCAO-ALUNO
           END-EVALUATE.
           GOBACK.

       001-EVOLUCAO-ALUNO.
               MOVE IDX-FATO TO IDX-FATO-MAIOR
           END-IF.

       020-TREINO-ALUNO.
      **
      * One student's drill picture: every fact missed, open or
      * mastered, then the drill sessions with the hit percentage
      * of the first and of the latest, so the teacher sees whether
      * the drill is working.
      **
           DISPLAY 'ALUNO A CONSULTAR: '.
           ACCEPT WRK-ALUNO.
           MOVE ZEROS TO QTD-FATOS-ALUNO.
           MOVE 0 TO FLAG-LIMITE-FATOS.
           OPEN INPUT QUIZERR.
           IF WS-QUIZERR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-QUIZERR
               READ QUIZERR AT END MOVE 1 TO FLAG-QUIZERR
               END-READ
               PERFORM 021-AGREGA-FATO-ALUNO
                   UNTIL FLAG-QUIZERR EQUAL TO 1
               CLOSE QUIZERR
           END-IF.
           OPEN INPUT TREINO.
           IF WS-TREINO-STATUS EQUAL '00'
               MOVE 0 TO FLAG-TREINO
               READ TREINO AT END MOVE 1 TO FLAG-TREINO
               END-READ
               PERFORM 023-SITUACAO-ITEM
                   UNTIL FLAG-TREINO EQUAL TO 1
               CLOSE TREINO
           END-IF.
           DISPLAY '#########################################'.
           DISPLAY 'TREINO DIRIGIDO DE ' WRK-ALUNO.
           DISPLAY '#########################################'.
           MOVE ZEROS TO WRK-QTD-ABERTOS.
           MOVE ZEROS TO WRK-QTD-DOMINADOS.
           PERFORM 025-LISTA-FATO-ALUNO
               VARYING IDX-FATO-ALUNO FROM 1 BY 1
               UNTIL IDX-FATO-ALUNO GREATER THAN QTD-FATOS-ALUNO.
           DISPLAY '#########################################'.
           DISPLAY 'FATOS EM ABERTO: ' WRK-QTD-ABERTOS
               '  DOMINADOS: ' WRK-QTD-DOMINADOS.
           MOVE ZEROS TO WRK-QTD-TREINOS.
           OPEN INPUT QUIZRES.
           IF WS-QUIZRES-STATUS EQUAL '00'
               MOVE 0 TO FLAG-QUIZRES
               READ QUIZRES AT END MOVE 1 TO FLAG-QUIZRES
               END-READ
               PERFORM 026-SESSAO-TREINO
                   UNTIL FLAG-QUIZRES EQUAL TO 1
               CLOSE QUIZRES
           END-IF.
           MOVE WRK-QTD-TREINOS TO WRK-QTD-ED.
           DISPLAY 'SESSOES DE TREINO: ' WRK-QTD-ED.
           IF WRK-QTD-TREINOS GREATER THAN ZEROS
               MOVE WRK-PCT-PRIMEIRO TO WRK-PCT-ED
               DISPLAY 'ACERTO NA PRIMEIRA: ' WRK-PCT-ED '%'
               MOVE WRK-PCT-ANTERIOR TO WRK-PCT-ED
               DISPLAY 'ACERTO NA ULTIMA:   ' WRK-PCT-ED '%'
           END-IF.

       021-AGREGA-FATO-ALUNO.
      **
      * TABELA-FATOS-ALUNO so comporta 100 fatos; alem disso os
      * excedentes sao ignorados com um unico aviso.
      **
           IF QE-ALUNO EQUAL WRK-ALUNO
               MOVE ZEROS TO IDX-FAL-ACHADO
               PERFORM 022-PROCURA-FATO-ALUNO
                   VARYING IDX-FATO-ALUNO FROM 1 BY 1
                   UNTIL IDX-FATO-ALUNO GREATER THAN QTD-FATOS-ALUNO
               IF IDX-FAL-ACHADO GREATER THAN ZEROS
                   ADD 1 TO TABFAL-ERROS(IDX-FAL-ACHADO)
                   IF QE-DATA GREATER THAN
                       TABFAL-ULTIMO-ERRO(IDX-FAL-ACHADO)
                       MOVE QE-DATA
                           TO TABFAL-ULTIMO-ERRO(IDX-FAL-ACHADO)
                   END-IF
               ELSE
                   IF QTD-FATOS-ALUNO LESS THAN 100
                       ADD 1 TO QTD-FATOS-ALUNO
                       MOVE QE-USERNUM
                           TO TABFAL-USERNUM(QTD-FATOS-ALUNO)
                       MOVE QE-OPERACAO
                           TO TABFAL-OPERACAO(QTD-FATOS-ALUNO)
                       MOVE QE-LINHA TO TABFAL-LINHA(QTD-FATOS-ALUNO)
                       MOVE 1 TO TABFAL-ERROS(QTD-FATOS-ALUNO)
                       MOVE QE-DATA
                           TO TABFAL-ULTIMO-ERRO(QTD-FATOS-ALUNO)
                       MOVE ZEROS TO TABFAL-SEGUIDOS(QTD-FATOS-ALUNO)
                       MOVE 'A' TO TABFAL-SITUACAO(QTD-FATOS-ALUNO)
                       MOVE ZEROS
                           TO TABFAL-DATA-DOMINIO(QTD-FATOS-ALUNO)
                   ELSE
                       IF FLAG-LIMITE-FATOS EQUAL 0
                           DISPLAY 'AVISO: MAIS DE 100 FATOS - '
                               'LISTA PARCIAL.'
                           MOVE 1 TO FLAG-LIMITE-FATOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ QUIZERR AT END MOVE 1 TO FLAG-QUIZERR.

       022-PROCURA-FATO-ALUNO.
           IF TABFAL-USERNUM(IDX-FATO-ALUNO) EQUAL QE-USERNUM
               AND TABFAL-OPERACAO(IDX-FATO-ALUNO) EQUAL QE-OPERACAO
               AND TABFAL-LINHA(IDX-FATO-ALUNO) EQUAL QE-LINHA
               MOVE IDX-FATO-ALUNO TO IDX-FAL-ACHADO
           END-IF.

       023-SITUACAO-ITEM.
      **
      * Takes the drill state of each of the student's facts; a
      * mastery older than the latest miss does not count.
      **
           IF TRE-ALUNO EQUAL WRK-ALUNO
               MOVE ZEROS TO IDX-FAL-ACHADO
               PERFORM 024-PROCURA-FATO-TREINO
                   VARYING IDX-FATO-ALUNO FROM 1 BY 1
                   UNTIL IDX-FATO-ALUNO GREATER THAN QTD-FATOS-ALUNO
               IF IDX-FAL-ACHADO GREATER THAN ZEROS
                   MOVE TRE-SEGUIDOS TO TABFAL-SEGUIDOS(IDX-FAL-ACHADO)
                   IF TRE-SITUACAO EQUAL 'D'
                       AND TABFAL-ULTIMO-ERRO(IDX-FAL-ACHADO)
                       NOT GREATER THAN TRE-DATA-DOMINIO
                       MOVE 'D' TO TABFAL-SITUACAO(IDX-FAL-ACHADO)
                       MOVE TRE-DATA-DOMINIO
                           TO TABFAL-DATA-DOMINIO(IDX-FAL-ACHADO)
                   END-IF
               END-IF
           END-IF.
           READ TREINO AT END MOVE 1 TO FLAG-TREINO.

       024-PROCURA-FATO-TREINO.
           IF TABFAL-USERNUM(IDX-FATO-ALUNO) EQUAL TRE-USERNUM
               AND TABFAL-OPERACAO(IDX-FATO-ALUNO) EQUAL TRE-OPERACAO
               AND TABFAL-LINHA(IDX-FATO-ALUNO) EQUAL TRE-LINHA
               MOVE IDX-FATO-ALUNO TO IDX-FAL-ACHADO
           END-IF.

       025-LISTA-FATO-ALUNO.
           MOVE TABFAL-ERROS(IDX-FATO-ALUNO) TO WRK-QTD-ED.
           IF TABFAL-SITUACAO(IDX-FATO-ALUNO) EQUAL 'D'
               ADD 1 TO WRK-QTD-DOMINADOS
               MOVE TABFAL-DATA-DOMINIO(IDX-FATO-ALUNO) TO WRK-DATA-ED
               DISPLAY TABFAL-USERNUM(IDX-FATO-ALUNO) ' '
                   TABFAL-OPERACAO(IDX-FATO-ALUNO) ' '
                   TABFAL-LINHA(IDX-FATO-ALUNO) ' ERROS:' WRK-QTD-ED
                   '  DOMINADO EM ' WRK-DATA-ED
           ELSE
               ADD 1 TO WRK-QTD-ABERTOS
               DISPLAY TABFAL-USERNUM(IDX-FATO-ALUNO) ' '
                   TABFAL-OPERACAO(IDX-FATO-ALUNO) ' '
                   TABFAL-LINHA(IDX-FATO-ALUNO) ' ERROS:' WRK-QTD-ED
                   '  EM ABERTO, ACERTOS SEGUIDOS: '
                   TABFAL-SEGUIDOS(IDX-FATO-ALUNO)
           END-IF.

       026-SESSAO-TREINO.
           IF QR-ALUNO EQUAL WRK-ALUNO
               AND QR-NUMEROS EQUAL 'TREINO DIRIGIDO'
               ADD 1 TO WRK-QTD-TREINOS
               COMPUTE WRK-TOTAL-PERGUNTAS = QR-ACERTOS + QR-ERROS
               MOVE ZEROS TO WRK-PCT-ANTERIOR
               IF WRK-TOTAL-PERGUNTAS GREATER THAN ZEROS
                   COMPUTE WRK-PCT-ANTERIOR ROUNDED = QR-ACERTOS
                       * 100 / WRK-TOTAL-PERGUNTAS
               END-IF
               IF WRK-QTD-TREINOS EQUAL 1
                   MOVE WRK-PCT-ANTERIOR TO WRK-PCT-PRIMEIRO
               END-IF
           END-IF.
           READ QUIZRES AT END MOVE 1 TO FLAG-QUIZRES.

      ** add other procedures here
       END PROGRAM PROG027.
