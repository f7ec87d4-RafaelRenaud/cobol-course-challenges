      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG054.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * MATERIAS.TXT is the subjects master: code, the one spelling
      * of the name TURMA.TXT and FREQUENCIA.TXT may carry, and the
      * weekly class hours.
      *-----------------------
           SELECT MATERIAS ASSIGN TO 'MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAT-STATUS.
      *-----------------------
      * PROFESSORES.TXT is the teachers master, with each teacher's
      * sign-on code.
      *-----------------------
           SELECT PROFESSORES ASSIGN TO 'PROFESSORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-STATUS.
      *-----------------------
      * ATRIBUICOES.TXT says which teacher teaches each turma and
      * materia; PROG024 and PROG025 only take grades and calls
      * for an assigned pair, and PROG055 keeps the fechamento do
      * diario on the same line.
      *-----------------------
           SELECT ATRIBUICOES ASSIGN TO 'ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATR-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MATERIAS.
       COPY MATERIA.
       FD PROFESSORES.
       COPY PROFESSOR.
       FD ATRIBUICOES.
       COPY ATRIBUICAO.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-MATERIAS PIC 9(1) VALUE 0.
       77 FLAG-PROFESSORES PIC 9(1) VALUE 0.
       77 FLAG-ATRIBUICOES PIC 9(1) VALUE 0.
       77 WS-MAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-PROF-STATUS PIC X(2) VALUE SPACES.
       77 WS-ATR-STATUS PIC X(2) VALUE SPACES.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-CARGA-OK PIC X(1) VALUE 'S'.
       77 WRK-MAT-ALTERADO PIC X(1) VALUE 'N'.
       77 WRK-PROF-ALTERADO PIC X(1) VALUE 'N'.
       77 WRK-ATR-ALTERADO PIC X(1) VALUE 'N'.
      *-----------------------
      * Campos de entrada; na alteracao a resposta em branco mantem
      * o valor ja em arquivo.
       77 WRK-MAT-CODIGO PIC X(4) VALUE SPACES.
       77 WRK-MAT-NOME PIC X(15) VALUE SPACES.
       77 WRK-MATERIA-ENTRADA PIC X(15) VALUE SPACES.
       77 WRK-AULAS-ENTRADA PIC X(2) VALUE SPACES.
       77 WRK-PROF-ENTRADA PIC X(4) VALUE SPACES.
       77 WRK-PROF-CODIGO PIC 9(4) VALUE ZEROS.
       77 WRK-PROF-VALIDO PIC X(1) VALUE 'N'.
       77 WRK-AULAS-NUM PIC 9(2) VALUE ZEROS.
       77 WRK-AULAS-VALIDA PIC X(1) VALUE 'N'.
       77 WRK-PROX-PROFESSOR PIC 9(4) VALUE ZEROS.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-OPERADOR PIC X(8) VALUE SPACES.
       77 WRK-SITUACAO PIC X(1) VALUE SPACES.
       77 WRK-TURMA PIC X(6) VALUE SPACES.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
      *-----------------------
      * Os tres cadastros inteiros em tabela, regravados no fim da
      * manutencao (um arquivo LINE SEQUENTIAL nao comporta
      * REWRITE no lugar).
       01 TABELA-MATERIAS.
           05 MATERIA-ITEM OCCURS 100 TIMES.
               10 TABMAT-CODIGO PIC X(4).
               10 TABMAT-NOME PIC X(15).
               10 TABMAT-AULAS-SEMANA PIC 9(2).
       77 QTD-MATERIAS PIC 9(3) VALUE ZEROS.
       77 IDX-MATERIA PIC 9(3) VALUE ZEROS.
       77 IDX-MAT-ACHADA PIC 9(3) VALUE ZEROS.
       01 TABELA-PROFESSORES.
           05 PROFESSOR-ITEM OCCURS 100 TIMES.
               10 TABPROF-CODIGO PIC 9(4).
               10 TABPROF-NOME PIC X(30).
               10 TABPROF-OPERADOR PIC X(8).
               10 TABPROF-SITUACAO PIC X(1).
       77 QTD-PROFESSORES PIC 9(3) VALUE ZEROS.
       77 IDX-PROFESSOR PIC 9(3) VALUE ZEROS.
       77 IDX-PROF-ACHADO PIC 9(3) VALUE ZEROS.
       01 TABELA-ATRIBUICOES.
           05 ATRIBUICAO-ITEM OCCURS 300 TIMES.
               10 TABATR-PROFESSOR PIC 9(4).
               10 TABATR-TURMA PIC X(6).
               10 TABATR-MATERIA PIC X(4).
               10 TABATR-ETAPA-FECHADA PIC 9(1).
               10 TABATR-DATA-FECHAMENTO PIC 9(8).
               10 TABATR-OPER-FECHAMENTO PIC X(8).
       77 QTD-ATRIBUICOES PIC 9(3) VALUE ZEROS.
       77 IDX-ATRIBUICAO PIC 9(3) VALUE ZEROS.
       77 IDX-ATR-ACHADA PIC 9(3) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'MODO: (1) MATERIAS  (2) PROFESSORES'.
           DISPLAY '      (3) ATRIBUICOES  (4) LISTAR'.
           ACCEPT WRK-MODO.
           PERFORM 010-CARREGA-MATERIAS.
           PERFORM 013-CARREGA-PROFESSORES.
           PERFORM 016-CARREGA-ATRIBUICOES.
           IF WRK-CARGA-OK EQUAL 'S'
               EVALUATE WRK-MODO
                   WHEN '2'
                       PERFORM 020-MANTEM-PROFESSORES
                   WHEN '3'
                       PERFORM 030-MANTEM-ATRIBUICOES
                   WHEN '4'
                       PERFORM 040-LISTA
                   WHEN OTHER
                       PERFORM 001-MANTEM-MATERIAS
               END-EVALUATE
           END-IF.
           GOBACK.

       001-MANTEM-MATERIAS.
      **
      * Subject entry by code: a new code asks name and weekly
      * hours, a code on file only lets the weekly hours change -
      * the name is what TURMA.TXT lines already carry.
      **
           PERFORM 002-MATERIA-UMA UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           IF WRK-MAT-ALTERADO EQUAL 'S'
               PERFORM 050-REGRAVA-MATERIAS
           END-IF.

       002-MATERIA-UMA.
           DISPLAY '#########################################'.
           DISPLAY 'CODIGO DA MATERIA: '.
           MOVE SPACES TO WRK-MAT-CODIGO.
           ACCEPT WRK-MAT-CODIGO.
           IF WRK-MAT-CODIGO EQUAL SPACES
               DISPLAY 'CODIGO EM BRANCO - NADA ALTERADO.'
           ELSE
               MOVE ZEROS TO IDX-MAT-ACHADA
               PERFORM 003-PROCURA-CODIGO-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
               IF IDX-MAT-ACHADA GREATER THAN ZEROS
                   PERFORM 005-ALTERA-MATERIA
               ELSE
                   PERFORM 006-INCLUI-MATERIA
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       003-PROCURA-CODIGO-MATERIA.
           IF TABMAT-CODIGO(IDX-MATERIA) EQUAL WRK-MAT-CODIGO
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       004-PROCURA-NOME-MATERIA.
           IF TABMAT-NOME(IDX-MATERIA) EQUAL WRK-MAT-NOME
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       005-ALTERA-MATERIA.
           DISPLAY 'MATERIA ' TABMAT-NOME(IDX-MAT-ACHADA)
               ' - AULAS POR SEMANA: '
               TABMAT-AULAS-SEMANA(IDX-MAT-ACHADA).
           DISPLAY 'NOVAS AULAS POR SEMANA (BRANCO MANTEM): '.
           PERFORM 007-PEDE-AULAS.
           IF WRK-AULAS-ENTRADA NOT EQUAL SPACES
               IF WRK-AULAS-VALIDA EQUAL 'S'
                   MOVE WRK-AULAS-NUM
                       TO TABMAT-AULAS-SEMANA(IDX-MAT-ACHADA)
                   MOVE 'S' TO WRK-MAT-ALTERADO
                   DISPLAY 'MATERIA ALTERADA.'
               ELSE
                   DISPLAY 'AULAS INVALIDAS - MATERIA NAO ALTERADA.'
               END-IF
           END-IF.

       006-INCLUI-MATERIA.
           DISPLAY 'NOME DA MATERIA: '.
           MOVE SPACES TO WRK-MAT-NOME.
           ACCEPT WRK-MAT-NOME.
           DISPLAY 'AULAS POR SEMANA: '.
           PERFORM 007-PEDE-AULAS.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           PERFORM 004-PROCURA-NOME-MATERIA
               VARYING IDX-MATERIA FROM 1 BY 1
               UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS.
           EVALUATE TRUE
               WHEN WRK-MAT-NOME EQUAL SPACES
                   DISPLAY 'NOME EM BRANCO - MATERIA NAO INCLUIDA.'
               WHEN IDX-MAT-ACHADA GREATER THAN ZEROS
                   DISPLAY 'NOME JA CADASTRADO SOB O CODIGO '
                       TABMAT-CODIGO(IDX-MAT-ACHADA)
                       ' - MATERIA NAO INCLUIDA.'
               WHEN WRK-AULAS-VALIDA NOT EQUAL 'S'
                   DISPLAY 'AULAS INVALIDAS - MATERIA NAO INCLUIDA.'
               WHEN QTD-MATERIAS NOT LESS THAN 100
                   DISPLAY 'CADASTRO COMPORTA 100 MATERIAS - MATERIA '
                       'NAO INCLUIDA.'
               WHEN OTHER
                   ADD 1 TO QTD-MATERIAS
                   MOVE WRK-MAT-CODIGO TO TABMAT-CODIGO(QTD-MATERIAS)
                   MOVE WRK-MAT-NOME TO TABMAT-NOME(QTD-MATERIAS)
                   MOVE WRK-AULAS-NUM
                       TO TABMAT-AULAS-SEMANA(QTD-MATERIAS)
                   MOVE 'S' TO WRK-MAT-ALTERADO
                   DISPLAY 'MATERIA INCLUIDA.'
           END-EVALUATE.

       007-PEDE-AULAS.
           MOVE SPACES TO WRK-AULAS-ENTRADA.
           ACCEPT WRK-AULAS-ENTRADA.
           MOVE 'N' TO WRK-AULAS-VALIDA.
           MOVE ZEROS TO WRK-AULAS-NUM.
           IF WRK-AULAS-ENTRADA NOT EQUAL SPACES
               AND FUNCTION TEST-NUMVAL(WRK-AULAS-ENTRADA) EQUAL ZEROS
               COMPUTE WRK-AULAS-NUM =
                   FUNCTION NUMVAL(WRK-AULAS-ENTRADA)
               MOVE 'S' TO WRK-AULAS-VALIDA
           END-IF.

       010-CARREGA-MATERIAS.
           MOVE ZEROS TO QTD-MATERIAS.
           OPEN INPUT MATERIAS.
           IF WS-MAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-MATERIAS
               READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS
               END-READ
               PERFORM 011-CARREGA-MATERIA-ITEM
                   UNTIL FLAG-MATERIAS EQUAL TO 1
               CLOSE MATERIAS
           END-IF.

       011-CARREGA-MATERIA-ITEM.
      **
      * TABELA-MATERIAS so comporta 100 materias; alem disso a
      * manutencao e abortada para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-MATERIAS LESS THAN 100
               ADD 1 TO QTD-MATERIAS
               MOVE MAT-CODIGO TO TABMAT-CODIGO(QTD-MATERIAS)
               MOVE MAT-NOME TO TABMAT-NOME(QTD-MATERIAS)
               MOVE MAT-AULAS-SEMANA
                   TO TABMAT-AULAS-SEMANA(QTD-MATERIAS)
           ELSE
               DISPLAY 'MATERIAS.TXT EXCEDE 100 MATERIAS - '
                   'MANUTENCAO ABORTADA.'
               MOVE 'N' TO WRK-CARGA-OK
               MOVE 1 TO FLAG-MATERIAS
           END-IF.
           IF FLAG-MATERIAS NOT EQUAL 1
               READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS
               END-READ
           END-IF.

       013-CARREGA-PROFESSORES.
           MOVE ZEROS TO QTD-PROFESSORES.
           MOVE ZEROS TO WRK-PROX-PROFESSOR.
           OPEN INPUT PROFESSORES.
           IF WS-PROF-STATUS EQUAL '00'
               MOVE 0 TO FLAG-PROFESSORES
               READ PROFESSORES AT END MOVE 1 TO FLAG-PROFESSORES
               END-READ
               PERFORM 014-CARREGA-PROFESSOR-ITEM
                   UNTIL FLAG-PROFESSORES EQUAL TO 1
               CLOSE PROFESSORES
           END-IF.

       014-CARREGA-PROFESSOR-ITEM.
      **
      * TABELA-PROFESSORES so comporta 100 professores; alem disso
      * a manutencao e abortada para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-PROFESSORES LESS THAN 100
               ADD 1 TO QTD-PROFESSORES
               MOVE PROF-CODIGO TO TABPROF-CODIGO(QTD-PROFESSORES)
               MOVE PROF-NOME TO TABPROF-NOME(QTD-PROFESSORES)
               MOVE PROF-OPERADOR TO TABPROF-OPERADOR(QTD-PROFESSORES)
               MOVE PROF-SITUACAO TO TABPROF-SITUACAO(QTD-PROFESSORES)
               IF PROF-CODIGO GREATER THAN WRK-PROX-PROFESSOR
                   MOVE PROF-CODIGO TO WRK-PROX-PROFESSOR
               END-IF
           ELSE
               DISPLAY 'PROFESSORES.TXT EXCEDE 100 PROFESSORES - '
                   'MANUTENCAO ABORTADA.'
               MOVE 'N' TO WRK-CARGA-OK
               MOVE 1 TO FLAG-PROFESSORES
           END-IF.
           IF FLAG-PROFESSORES NOT EQUAL 1
               READ PROFESSORES AT END MOVE 1 TO FLAG-PROFESSORES
               END-READ
           END-IF.

       016-CARREGA-ATRIBUICOES.
           MOVE ZEROS TO QTD-ATRIBUICOES.
           OPEN INPUT ATRIBUICOES.
           IF WS-ATR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ATRIBUICOES
               READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES
               END-READ
               PERFORM 017-CARREGA-ATRIBUICAO-ITEM
                   UNTIL FLAG-ATRIBUICOES EQUAL TO 1
               CLOSE ATRIBUICOES
           END-IF.

       017-CARREGA-ATRIBUICAO-ITEM.
      **
      * TABELA-ATRIBUICOES so comporta 300 atribuicoes; alem disso
      * a manutencao e abortada para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-ATRIBUICOES LESS THAN 300
               ADD 1 TO QTD-ATRIBUICOES
               MOVE ATR-PROFESSOR TO TABATR-PROFESSOR(QTD-ATRIBUICOES)
               MOVE ATR-TURMA TO TABATR-TURMA(QTD-ATRIBUICOES)
               MOVE ATR-MATERIA TO TABATR-MATERIA(QTD-ATRIBUICOES)
               MOVE ATR-ETAPA-FECHADA
                   TO TABATR-ETAPA-FECHADA(QTD-ATRIBUICOES)
               MOVE ATR-DATA-FECHAMENTO
                   TO TABATR-DATA-FECHAMENTO(QTD-ATRIBUICOES)
               MOVE ATR-OPER-FECHAMENTO
                   TO TABATR-OPER-FECHAMENTO(QTD-ATRIBUICOES)
           ELSE
               DISPLAY 'ATRIBUICOES.TXT EXCEDE 300 ATRIBUICOES - '
                   'MANUTENCAO ABORTADA.'
               MOVE 'N' TO WRK-CARGA-OK
               MOVE 1 TO FLAG-ATRIBUICOES
           END-IF.
           IF FLAG-ATRIBUICOES NOT EQUAL 1
               READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES
               END-READ
           END-IF.

       020-MANTEM-PROFESSORES.
      **
      * Teacher entry: a blank code takes the next one free, a code
      * on file is altered (blank answers keep what is there).
      **
           PERFORM 021-PROFESSOR-UM UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           IF WRK-PROF-ALTERADO EQUAL 'S'
               PERFORM 053-REGRAVA-PROFESSORES
           END-IF.

       021-PROFESSOR-UM.
           DISPLAY '#########################################'.
           DISPLAY 'CODIGO DO PROFESSOR (BRANCO = NOVO): '.
           PERFORM 024-PEDE-PROFESSOR.
           IF WRK-PROF-ENTRADA EQUAL SPACES
               PERFORM 023-INCLUI-PROFESSOR
           ELSE
               IF IDX-PROF-ACHADO EQUAL ZEROS
                   DISPLAY 'PROFESSOR NAO CADASTRADO.'
               ELSE
                   PERFORM 025-ALTERA-PROFESSOR
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       022-PROCURA-PROFESSOR.
           IF TABPROF-CODIGO(IDX-PROFESSOR) EQUAL WRK-PROF-CODIGO
               MOVE IDX-PROFESSOR TO IDX-PROF-ACHADO
           END-IF.

       023-INCLUI-PROFESSOR.
           DISPLAY 'NOME DO PROFESSOR: '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           DISPLAY 'CODIGO DE OPERADOR (SIGN-ON): '.
           MOVE SPACES TO WRK-OPERADOR.
           ACCEPT WRK-OPERADOR.
           EVALUATE TRUE
               WHEN WRK-NOME EQUAL SPACES
                   DISPLAY 'NOME EM BRANCO - PROFESSOR NAO INCLUIDO.'
               WHEN QTD-PROFESSORES NOT LESS THAN 100
                   DISPLAY 'CADASTRO COMPORTA 100 PROFESSORES - '
                       'PROFESSOR NAO INCLUIDO.'
               WHEN OTHER
                   ADD 1 TO WRK-PROX-PROFESSOR
                   ADD 1 TO QTD-PROFESSORES
                   MOVE WRK-PROX-PROFESSOR
                       TO TABPROF-CODIGO(QTD-PROFESSORES)
                   MOVE WRK-NOME TO TABPROF-NOME(QTD-PROFESSORES)
                   MOVE WRK-OPERADOR
                       TO TABPROF-OPERADOR(QTD-PROFESSORES)
                   MOVE 'A' TO TABPROF-SITUACAO(QTD-PROFESSORES)
                   MOVE 'S' TO WRK-PROF-ALTERADO
                   DISPLAY 'PROFESSOR INCLUIDO SOB O CODIGO '
                       WRK-PROX-PROFESSOR '.'
           END-EVALUATE.

       024-PEDE-PROFESSOR.
      **
      * Reads a teacher code and looks it up; IDX-PROF-ACHADO
      * comes back zero when it is blank, invalid or not on file.
      **
           MOVE SPACES TO WRK-PROF-ENTRADA.
           ACCEPT WRK-PROF-ENTRADA.
           MOVE ZEROS TO WRK-PROF-CODIGO.
           MOVE ZEROS TO IDX-PROF-ACHADO.
           MOVE 'N' TO WRK-PROF-VALIDO.
           IF WRK-PROF-ENTRADA NOT EQUAL SPACES
               AND FUNCTION TEST-NUMVAL(WRK-PROF-ENTRADA) EQUAL ZEROS
               COMPUTE WRK-PROF-CODIGO =
                   FUNCTION NUMVAL(WRK-PROF-ENTRADA)
               MOVE 'S' TO WRK-PROF-VALIDO
               PERFORM 022-PROCURA-PROFESSOR
                   VARYING IDX-PROFESSOR FROM 1 BY 1
                   UNTIL IDX-PROFESSOR GREATER THAN QTD-PROFESSORES
           END-IF.

       025-ALTERA-PROFESSOR.
           DISPLAY 'DADOS ATUAIS:'.
           DISPLAY 'NOME: ' TABPROF-NOME(IDX-PROF-ACHADO).
           DISPLAY 'OPERADOR: ' TABPROF-OPERADOR(IDX-PROF-ACHADO).
           DISPLAY 'SITUACAO: ' TABPROF-SITUACAO(IDX-PROF-ACHADO).
           DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           IF WRK-NOME NOT EQUAL SPACES
               MOVE WRK-NOME TO TABPROF-NOME(IDX-PROF-ACHADO)
           END-IF.
           DISPLAY 'NOVO OPERADOR (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-OPERADOR.
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR NOT EQUAL SPACES
               MOVE WRK-OPERADOR TO TABPROF-OPERADOR(IDX-PROF-ACHADO)
           END-IF.
           DISPLAY 'SITUACAO: (A) ATIVO  (I) INATIVO  '
               '(BRANCO MANTEM): '.
           MOVE SPACES TO WRK-SITUACAO.
           ACCEPT WRK-SITUACAO.
           IF WRK-SITUACAO EQUAL 'A' OR WRK-SITUACAO EQUAL 'I'
               MOVE WRK-SITUACAO TO TABPROF-SITUACAO(IDX-PROF-ACHADO)
           END-IF.
           MOVE 'S' TO WRK-PROF-ALTERADO.
           DISPLAY 'PROFESSOR ALTERADO.'.

       030-MANTEM-ATRIBUICOES.
      **
      * Assignment entry: turma, materia (code or name) and the
      * teacher. A pair already assigned moves to the new teacher
      * with its fechamento intact; teacher code zero takes the
      * pair off the assignment file.
      **
           PERFORM 031-ATRIBUICAO-UMA UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           IF WRK-ATR-ALTERADO EQUAL 'S'
               PERFORM 056-REGRAVA-ATRIBUICOES
           END-IF.

       031-ATRIBUICAO-UMA.
           DISPLAY '#########################################'.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           DISPLAY 'MATERIA (CODIGO OU NOME): '.
           PERFORM 033-PEDE-MATERIA.
           DISPLAY 'PROFESSOR (CODIGO, 0 = RETIRAR ATRIBUICAO): '.
           PERFORM 024-PEDE-PROFESSOR.
           MOVE ZEROS TO IDX-ATR-ACHADA.
           PERFORM 032-PROCURA-ATRIBUICAO
               VARYING IDX-ATRIBUICAO FROM 1 BY 1
               UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES.
           EVALUATE TRUE
               WHEN WRK-TURMA EQUAL SPACES
                   DISPLAY 'TURMA EM BRANCO - NADA ALTERADO.'
               WHEN IDX-MAT-ACHADA EQUAL ZEROS
                   DISPLAY 'MATERIA NAO CADASTRADA - NADA ALTERADO.'
               WHEN WRK-PROF-VALIDO EQUAL 'S'
                   AND WRK-PROF-CODIGO EQUAL ZEROS
                   PERFORM 035-RETIRA-ATRIBUICAO
               WHEN IDX-PROF-ACHADO EQUAL ZEROS
                   DISPLAY 'PROFESSOR NAO CADASTRADO - NADA ALTERADO.'
               WHEN TABPROF-SITUACAO(IDX-PROF-ACHADO) EQUAL 'I'
                   DISPLAY 'PROFESSOR INATIVO - NADA ALTERADO.'
               WHEN IDX-ATR-ACHADA GREATER THAN ZEROS
                   MOVE WRK-PROF-CODIGO
                       TO TABATR-PROFESSOR(IDX-ATR-ACHADA)
                   MOVE 'S' TO WRK-ATR-ALTERADO
                   DISPLAY 'TURMA E MATERIA PASSAM AO PROFESSOR '
                       TABPROF-NOME(IDX-PROF-ACHADO)
               WHEN QTD-ATRIBUICOES NOT LESS THAN 300
                   DISPLAY 'CADASTRO COMPORTA 300 ATRIBUICOES - '
                       'NADA ALTERADO.'
               WHEN OTHER
                   ADD 1 TO QTD-ATRIBUICOES
                   MOVE WRK-PROF-CODIGO
                       TO TABATR-PROFESSOR(QTD-ATRIBUICOES)
                   MOVE WRK-TURMA TO TABATR-TURMA(QTD-ATRIBUICOES)
                   MOVE WRK-MAT-CODIGO
                       TO TABATR-MATERIA(QTD-ATRIBUICOES)
                   MOVE ZEROS TO TABATR-ETAPA-FECHADA(QTD-ATRIBUICOES)
                   MOVE ZEROS
                       TO TABATR-DATA-FECHAMENTO(QTD-ATRIBUICOES)
                   MOVE SPACES
                       TO TABATR-OPER-FECHAMENTO(QTD-ATRIBUICOES)
                   MOVE 'S' TO WRK-ATR-ALTERADO
                   DISPLAY 'ATRIBUICAO INCLUIDA.'
           END-EVALUATE.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       032-PROCURA-ATRIBUICAO.
           IF TABATR-TURMA(IDX-ATRIBUICAO) EQUAL WRK-TURMA
               AND TABATR-MATERIA(IDX-ATRIBUICAO) EQUAL WRK-MAT-CODIGO
               MOVE IDX-ATRIBUICAO TO IDX-ATR-ACHADA
           END-IF.

       033-PEDE-MATERIA.
      **
      * Reads a materia by code or by name and leaves its code in
      * WRK-MAT-CODIGO; IDX-MAT-ACHADA is zero when neither
      * matches.
      **
           MOVE SPACES TO WRK-MATERIA-ENTRADA.
           ACCEPT WRK-MATERIA-ENTRADA.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           MOVE SPACES TO WRK-MAT-CODIGO.
           MOVE WRK-MATERIA-ENTRADA TO WRK-MAT-CODIGO.
           PERFORM 003-PROCURA-CODIGO-MATERIA
               VARYING IDX-MATERIA FROM 1 BY 1
               UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               OR WRK-MATERIA-ENTRADA(5:11) NOT EQUAL SPACES
               MOVE ZEROS TO IDX-MAT-ACHADA
               MOVE WRK-MATERIA-ENTRADA TO WRK-MAT-NOME
               PERFORM 004-PROCURA-NOME-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA GREATER THAN ZEROS
               MOVE TABMAT-CODIGO(IDX-MAT-ACHADA) TO WRK-MAT-CODIGO
           END-IF.

       035-RETIRA-ATRIBUICAO.
           IF IDX-ATR-ACHADA EQUAL ZEROS
               DISPLAY 'TURMA E MATERIA SEM ATRIBUICAO.'
           ELSE
               PERFORM 036-PUXA-ATRIBUICAO
                   VARYING IDX-ATRIBUICAO FROM IDX-ATR-ACHADA BY 1
                   UNTIL IDX-ATRIBUICAO NOT LESS THAN QTD-ATRIBUICOES
               SUBTRACT 1 FROM QTD-ATRIBUICOES
               MOVE 'S' TO WRK-ATR-ALTERADO
               DISPLAY 'ATRIBUICAO RETIRADA.'
           END-IF.

       036-PUXA-ATRIBUICAO.
           MOVE ATRIBUICAO-ITEM(IDX-ATRIBUICAO + 1)
               TO ATRIBUICAO-ITEM(IDX-ATRIBUICAO).

       040-LISTA.
      **
      * Prints the three masters, the assignments with the teacher
      * and materia names resolved.
      **
           DISPLAY '#########################################'.
           DISPLAY 'MATERIAS'.
           DISPLAY '#########################################'.
           PERFORM 041-LISTA-MATERIA
               VARYING IDX-MATERIA FROM 1 BY 1
               UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS.
           DISPLAY '#########################################'.
           DISPLAY 'PROFESSORES'.
           DISPLAY '#########################################'.
           PERFORM 042-LISTA-PROFESSOR
               VARYING IDX-PROFESSOR FROM 1 BY 1
               UNTIL IDX-PROFESSOR GREATER THAN QTD-PROFESSORES.
           DISPLAY '#########################################'.
           DISPLAY 'ATRIBUICOES'.
           DISPLAY '#########################################'.
           PERFORM 043-LISTA-ATRIBUICAO
               VARYING IDX-ATRIBUICAO FROM 1 BY 1
               UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES.
           MOVE QTD-ATRIBUICOES TO COUNTER.
           DISPLAY COUNTER ' ATRIBUICAO(OES) EM ARQUIVO.'.

       041-LISTA-MATERIA.
           DISPLAY TABMAT-CODIGO(IDX-MATERIA) ' '
               TABMAT-NOME(IDX-MATERIA) ' '
               TABMAT-AULAS-SEMANA(IDX-MATERIA) ' AULA(S)/SEMANA'.

       042-LISTA-PROFESSOR.
           DISPLAY TABPROF-CODIGO(IDX-PROFESSOR) ' '
               TABPROF-NOME(IDX-PROFESSOR) ' OPERADOR '
               TABPROF-OPERADOR(IDX-PROFESSOR) ' '
               TABPROF-SITUACAO(IDX-PROFESSOR).

       043-LISTA-ATRIBUICAO.
           MOVE TABATR-PROFESSOR(IDX-ATRIBUICAO) TO WRK-PROF-CODIGO.
           MOVE ZEROS TO IDX-PROF-ACHADO.
           PERFORM 022-PROCURA-PROFESSOR
               VARYING IDX-PROFESSOR FROM 1 BY 1
               UNTIL IDX-PROFESSOR GREATER THAN QTD-PROFESSORES.
           MOVE SPACES TO WRK-NOME.
           IF IDX-PROF-ACHADO GREATER THAN ZEROS
               MOVE TABPROF-NOME(IDX-PROF-ACHADO) TO WRK-NOME
           END-IF.
           MOVE TABATR-MATERIA(IDX-ATRIBUICAO) TO WRK-MAT-CODIGO.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           PERFORM 003-PROCURA-CODIGO-MATERIA
               VARYING IDX-MATERIA FROM 1 BY 1
               UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS.
           MOVE SPACES TO WRK-MAT-NOME.
           IF IDX-MAT-ACHADA GREATER THAN ZEROS
               MOVE TABMAT-NOME(IDX-MAT-ACHADA) TO WRK-MAT-NOME
           END-IF.
           MOVE TABATR-DATA-FECHAMENTO(IDX-ATRIBUICAO) TO WRK-DATA-ED.
           DISPLAY TABATR-TURMA(IDX-ATRIBUICAO) ' ' WRK-MAT-NOME ' '
               TABATR-PROFESSOR(IDX-ATRIBUICAO) ' ' WRK-NOME
               ' ETAPA FECHADA ' TABATR-ETAPA-FECHADA(IDX-ATRIBUICAO)
               ' ' WRK-DATA-ED.

       050-REGRAVA-MATERIAS.
           OPEN OUTPUT MATERIAS.
           IF WS-MAT-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR MATERIAS.TXT - FILE STATUS: '
                   WS-MAT-STATUS
           ELSE
               PERFORM 051-REGRAVA-MATERIA-ITEM
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
               CLOSE MATERIAS
               DISPLAY 'MATERIAS.TXT REGRAVADO COM ' QTD-MATERIAS
                   ' MATERIA(S).'
           END-IF.

       051-REGRAVA-MATERIA-ITEM.
           MOVE TABMAT-CODIGO(IDX-MATERIA) TO MAT-CODIGO.
           MOVE TABMAT-NOME(IDX-MATERIA) TO MAT-NOME.
           MOVE TABMAT-AULAS-SEMANA(IDX-MATERIA) TO MAT-AULAS-SEMANA.
           WRITE MATERIA-REG.

       053-REGRAVA-PROFESSORES.
           OPEN OUTPUT PROFESSORES.
           IF WS-PROF-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR PROFESSORES.TXT - FILE '
                   'STATUS: ' WS-PROF-STATUS
           ELSE
               PERFORM 054-REGRAVA-PROFESSOR-ITEM
                   VARYING IDX-PROFESSOR FROM 1 BY 1
                   UNTIL IDX-PROFESSOR GREATER THAN QTD-PROFESSORES
               CLOSE PROFESSORES
               DISPLAY 'PROFESSORES.TXT REGRAVADO COM '
                   QTD-PROFESSORES ' PROFESSOR(ES).'
           END-IF.

       054-REGRAVA-PROFESSOR-ITEM.
           MOVE TABPROF-CODIGO(IDX-PROFESSOR) TO PROF-CODIGO.
           MOVE TABPROF-NOME(IDX-PROFESSOR) TO PROF-NOME.
           MOVE TABPROF-OPERADOR(IDX-PROFESSOR) TO PROF-OPERADOR.
           MOVE TABPROF-SITUACAO(IDX-PROFESSOR) TO PROF-SITUACAO.
           WRITE PROFESSOR-REG.

       056-REGRAVA-ATRIBUICOES.
           OPEN OUTPUT ATRIBUICOES.
           IF WS-ATR-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR ATRIBUICOES.TXT - FILE '
                   'STATUS: ' WS-ATR-STATUS
           ELSE
               PERFORM 057-REGRAVA-ATRIBUICAO-ITEM
                   VARYING IDX-ATRIBUICAO FROM 1 BY 1
                   UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES
               CLOSE ATRIBUICOES
               DISPLAY 'ATRIBUICOES.TXT REGRAVADO COM '
                   QTD-ATRIBUICOES ' ATRIBUICAO(OES).'
           END-IF.

       057-REGRAVA-ATRIBUICAO-ITEM.
           MOVE TABATR-PROFESSOR(IDX-ATRIBUICAO) TO ATR-PROFESSOR.
           MOVE TABATR-TURMA(IDX-ATRIBUICAO) TO ATR-TURMA.
           MOVE TABATR-MATERIA(IDX-ATRIBUICAO) TO ATR-MATERIA.
           MOVE TABATR-ETAPA-FECHADA(IDX-ATRIBUICAO)
               TO ATR-ETAPA-FECHADA.
           MOVE TABATR-DATA-FECHAMENTO(IDX-ATRIBUICAO)
               TO ATR-DATA-FECHAMENTO.
           MOVE TABATR-OPER-FECHAMENTO(IDX-ATRIBUICAO)
               TO ATR-OPER-FECHAMENTO.
           WRITE ATRIBUICAO-REG.

      ** add other procedures here
       END PROGRAM PROG054.
