      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG055.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * The three masters kept by PROG054: subjects, teachers and
      * the assignment of each turma and materia, on whose line
      * the fechamento do diario is recorded.
      *-----------------------
           SELECT MATERIAS ASSIGN TO 'MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAT-STATUS.
           SELECT PROFESSORES ASSIGN TO 'PROFESSORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-STATUS.
           SELECT ATRIBUICOES ASSIGN TO 'ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATR-STATUS.
      *-----------------------
      * TURMA.TXT is read to warn of students still without the
      * grade of the etapa being closed.
      *-----------------------
           SELECT TURMA ASSIGN TO 'TURMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TURMA-STATUS.
      *-----------------------
      * AUDITORIA.TXT receives one line per diario closed.
      *-----------------------
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
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
       FD TURMA.
       COPY TURMA.
       FD AUDITORIA.
       COPY AUDITORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-MATERIAS PIC 9(1) VALUE 0.
       77 FLAG-PROFESSORES PIC 9(1) VALUE 0.
       77 FLAG-ATRIBUICOES PIC 9(1) VALUE 0.
       77 FLAG-TURMA PIC 9(1) VALUE 0.
       77 WS-MAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-PROF-STATUS PIC X(2) VALUE SPACES.
       77 WS-ATR-STATUS PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-CARGA-OK PIC X(1) VALUE 'S'.
       77 WRK-ATR-ALTERADO PIC X(1) VALUE 'N'.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
      *-----------------------
      * Fechamento: o professor e o do operador do sign-on; um
      * coordenador (perfil C) ou supervisor (S) pode fechar pelo
      * professor que indicar. As etapas sao as das notas N1, N2 e
      * N3 e fecham em ordem.
       77 WRK-PROF-ENTRADA PIC X(4) VALUE SPACES.
       77 WRK-PROF-CODIGO PIC 9(4) VALUE ZEROS.
       77 WRK-TURMA PIC X(6) VALUE SPACES.
       77 WRK-MAT-CODIGO PIC X(4) VALUE SPACES.
       77 WRK-MAT-NOME PIC X(15) VALUE SPACES.
       77 WRK-MATERIA-ENTRADA PIC X(15) VALUE SPACES.
       77 WRK-ETAPA PIC 9(1) VALUE ZEROS.
       77 WRK-ETAPA-ENTRADA PIC X(1) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-QTD-LINHAS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-SEM-NOTA PIC 9(3) VALUE ZEROS.
       77 WRK-NOTA-ETAPA PIC 9(2)V9 VALUE ZEROS.
      *-----------------------
      * Os cadastros em tabela; as atribuicoes sao regravadas
      * inteiras quando um diario e fechado.
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
      * Relatorio de carga e pendencias: totais por professor e
      * gerais.
       77 WRK-ETAPA-CONFERIR PIC 9(1) VALUE 1.
       77 WRK-MARCA-PENDENTE PIC X(9) VALUE SPACES.
       77 WRK-QTD-TURMAS-PROF PIC 9(3) VALUE ZEROS.
       77 WRK-AULAS-PROF PIC 9(3) VALUE ZEROS.
       77 WRK-PEND-PROF PIC 9(3) VALUE ZEROS.
       77 WRK-TOTAL-ATRIB PIC 9(3) VALUE ZEROS.
       77 WRK-TOTAL-PEND PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): TURMA.TXT
      * conferido antes de qualquer modo.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-PERFIL-ATUAL
           END-IF.
           DISPLAY 'MODO: (1) FECHAR DIARIO DE CLASSE'.
           DISPLAY '      (2) CARGA E PENDENCIAS POR PROFESSOR'.
           ACCEPT WRK-MODO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 010-CARREGA-MATERIAS.
           PERFORM 013-CARREGA-PROFESSORES.
           PERFORM 016-CARREGA-ATRIBUICOES.
           PERFORM 041-CONFERE-CONTROLE.
           IF WRK-CTL-CONFERE NOT EQUAL 'S'
               DISPLAY 'TURMA.TXT ALTERADO FORA DO SISTEMA - '
                   'EXECUCAO INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-CARGA-OK EQUAL 'S'
               AND WRK-CTL-CONFERE EQUAL 'S'
               IF WRK-MODO EQUAL '2'
                   PERFORM 020-RELATORIO
               ELSE
                   PERFORM 001-FECHA-DIARIO
               END-IF
           END-IF.
           GOBACK.

       001-FECHA-DIARIO.
      **
      * Term-end closing of a teacher's diario: the teacher is the
      * one signed on, or - for a coordenador or supervisor - the
      * one whose code is typed. Each closing is written back to
      * ATRIBUICOES.TXT and audited.
      **
           MOVE ZEROS TO IDX-PROF-ACHADO.
           IF WS-OPERADOR-ATUAL NOT EQUAL SPACES
               PERFORM 003-PROCURA-PROF-OPERADOR
                   VARYING IDX-PROFESSOR FROM 1 BY 1
                   UNTIL IDX-PROFESSOR GREATER THAN QTD-PROFESSORES
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL 'C' OR WS-PERFIL-ATUAL EQUAL 'S'
               DISPLAY 'PROFESSOR (CODIGO, BRANCO = O DO OPERADOR): '
               MOVE SPACES TO WRK-PROF-ENTRADA
               ACCEPT WRK-PROF-ENTRADA
               IF WRK-PROF-ENTRADA NOT EQUAL SPACES
                   MOVE ZEROS TO IDX-PROF-ACHADO
                   IF FUNCTION TEST-NUMVAL(WRK-PROF-ENTRADA)
                       EQUAL ZEROS
                       COMPUTE WRK-PROF-CODIGO =
                           FUNCTION NUMVAL(WRK-PROF-ENTRADA)
                       PERFORM 004-PROCURA-PROFESSOR
                           VARYING IDX-PROFESSOR FROM 1 BY 1
                           UNTIL IDX-PROFESSOR GREATER THAN
                           QTD-PROFESSORES
                   END-IF
               END-IF
           END-IF.
           IF IDX-PROF-ACHADO EQUAL ZEROS
               DISPLAY 'OPERADOR SEM PROFESSOR NO CADASTRO - '
                   'FECHAMENTO CANCELADO.'
           ELSE
               MOVE TABPROF-CODIGO(IDX-PROF-ACHADO) TO WRK-PROF-CODIGO
               DISPLAY '#########################################'
               DISPLAY 'DIARIOS DE ' TABPROF-NOME(IDX-PROF-ACHADO)
               DISPLAY '#########################################'
               PERFORM 005-LISTA-DIARIO
                   VARYING IDX-ATRIBUICAO FROM 1 BY 1
                   UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES
               PERFORM 002-FECHA-UM UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               IF WRK-ATR-ALTERADO EQUAL 'S'
                   PERFORM 030-REGRAVA-ATRIBUICOES
               END-IF
           END-IF.

       002-FECHA-UM.
           DISPLAY '#########################################'.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           DISPLAY 'MATERIA (CODIGO OU NOME): '.
           PERFORM 006-PEDE-MATERIA.
           MOVE ZEROS TO IDX-ATR-ACHADA.
           IF IDX-MAT-ACHADA GREATER THAN ZEROS
               PERFORM 007-PROCURA-ATRIBUICAO
                   VARYING IDX-ATRIBUICAO FROM 1 BY 1
                   UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES
           END-IF.
           IF IDX-ATR-ACHADA EQUAL ZEROS
               DISPLAY 'TURMA E MATERIA NAO ATRIBUIDAS A ESTE '
                   'PROFESSOR.'
           ELSE
               IF TABATR-ETAPA-FECHADA(IDX-ATR-ACHADA) NOT LESS THAN 3
                   DISPLAY 'DIARIO JA FECHADO NAS TRES ETAPAS.'
               ELSE
                   COMPUTE WRK-ETAPA =
                       TABATR-ETAPA-FECHADA(IDX-ATR-ACHADA) + 1
                   PERFORM 008-CONFERE-NOTAS
                   DISPLAY 'FECHAR A ETAPA ' WRK-ETAPA ' DE '
                       WRK-TURMA ' ' WRK-MAT-NOME '? S/N'
                   MOVE SPACES TO WRK-CONFIRMA
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                       MOVE WRK-ETAPA
                           TO TABATR-ETAPA-FECHADA(IDX-ATR-ACHADA)
                       MOVE WRK-DATA-HOJE
                           TO TABATR-DATA-FECHAMENTO(IDX-ATR-ACHADA)
                       MOVE WS-OPERADOR-ATUAL
                           TO TABATR-OPER-FECHAMENTO(IDX-ATR-ACHADA)
                       MOVE 'S' TO WRK-ATR-ALTERADO
                       PERFORM 040-GRAVA-AUDITORIA
                       DISPLAY 'DIARIO FECHADO NA ETAPA ' WRK-ETAPA '.'
                   ELSE
                       DISPLAY 'DIARIO NAO FECHADO.'
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       003-PROCURA-PROF-OPERADOR.
           IF TABPROF-OPERADOR(IDX-PROFESSOR) EQUAL WS-OPERADOR-ATUAL
               MOVE IDX-PROFESSOR TO IDX-PROF-ACHADO
           END-IF.

       004-PROCURA-PROFESSOR.
           IF TABPROF-CODIGO(IDX-PROFESSOR) EQUAL WRK-PROF-CODIGO
               MOVE IDX-PROFESSOR TO IDX-PROF-ACHADO
           END-IF.

       005-LISTA-DIARIO.
           IF TABATR-PROFESSOR(IDX-ATRIBUICAO) EQUAL WRK-PROF-CODIGO
               PERFORM 009-NOME-MATERIA
               MOVE TABATR-DATA-FECHAMENTO(IDX-ATRIBUICAO)
                   TO WRK-DATA-ED
               DISPLAY TABATR-TURMA(IDX-ATRIBUICAO) ' ' WRK-MAT-NOME
                   ' ETAPA FECHADA '
                   TABATR-ETAPA-FECHADA(IDX-ATRIBUICAO)
                   ' EM ' WRK-DATA-ED
           END-IF.

       006-PEDE-MATERIA.
      **
      * Reads a materia by code or by name and leaves its code in
      * WRK-MAT-CODIGO and its name in WRK-MAT-NOME;
      * IDX-MAT-ACHADA is zero when neither matches.
      **
           MOVE SPACES TO WRK-MATERIA-ENTRADA.
           ACCEPT WRK-MATERIA-ENTRADA.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           MOVE WRK-MATERIA-ENTRADA TO WRK-MAT-CODIGO.
           IF WRK-MATERIA-ENTRADA(5:11) EQUAL SPACES
               PERFORM 011-PROCURA-CODIGO-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               MOVE WRK-MATERIA-ENTRADA TO WRK-MAT-NOME
               PERFORM 012-PROCURA-NOME-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA GREATER THAN ZEROS
               MOVE TABMAT-CODIGO(IDX-MAT-ACHADA) TO WRK-MAT-CODIGO
               MOVE TABMAT-NOME(IDX-MAT-ACHADA) TO WRK-MAT-NOME
           END-IF.

       007-PROCURA-ATRIBUICAO.
           IF TABATR-TURMA(IDX-ATRIBUICAO) EQUAL WRK-TURMA
               AND TABATR-MATERIA(IDX-ATRIBUICAO) EQUAL WRK-MAT-CODIGO
               AND TABATR-PROFESSOR(IDX-ATRIBUICAO)
               EQUAL WRK-PROF-CODIGO
               MOVE IDX-ATRIBUICAO TO IDX-ATR-ACHADA
           END-IF.

       008-CONFERE-NOTAS.
      **
      * Counts the students of the turma and materia in TURMA.TXT
      * and those still without the grade of the etapa, so the
      * teacher sees what the closing will freeze.
      **
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-QTD-SEM-NOTA.
           OPEN INPUT TURMA.
           IF WS-TURMA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-TURMA
               READ TURMA AT END MOVE 1 TO FLAG-TURMA
               END-READ
               PERFORM 018-CONFERE-NOTA-ITEM
                   UNTIL FLAG-TURMA EQUAL TO 1
               CLOSE TURMA
           END-IF.
           DISPLAY WRK-QTD-LINHAS ' ALUNO(S) NO DIARIO, '
               WRK-QTD-SEM-NOTA ' SEM A NOTA N' WRK-ETAPA '.'.
           IF WRK-QTD-SEM-NOTA GREATER THAN ZEROS
               DISPLAY 'AVISO: DEPOIS DO FECHAMENTO A NOTA SO ENTRA '
                   'COM O COORDENADOR.'
           END-IF.

       009-NOME-MATERIA.
           MOVE TABATR-MATERIA(IDX-ATRIBUICAO) TO WRK-MAT-CODIGO.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           PERFORM 011-PROCURA-CODIGO-MATERIA
               VARYING IDX-MATERIA FROM 1 BY 1
               UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS.
           MOVE SPACES TO WRK-MAT-NOME.
           IF IDX-MAT-ACHADA GREATER THAN ZEROS
               MOVE TABMAT-NOME(IDX-MAT-ACHADA) TO WRK-MAT-NOME
           END-IF.

       010-CARREGA-MATERIAS.
           MOVE ZEROS TO QTD-MATERIAS.
           OPEN INPUT MATERIAS.
           IF WS-MAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-MATERIAS
               READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS
               END-READ
               PERFORM 019-CARREGA-MATERIA-ITEM
                   UNTIL FLAG-MATERIAS EQUAL TO 1
               CLOSE MATERIAS
           END-IF.

       011-PROCURA-CODIGO-MATERIA.
           IF TABMAT-CODIGO(IDX-MATERIA) EQUAL WRK-MAT-CODIGO
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       012-PROCURA-NOME-MATERIA.
           IF TABMAT-NOME(IDX-MATERIA) EQUAL WRK-MAT-NOME
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       013-CARREGA-PROFESSORES.
           MOVE ZEROS TO QTD-PROFESSORES.
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
      * os excedentes sao ignorados.
      **
           IF QTD-PROFESSORES LESS THAN 100
               ADD 1 TO QTD-PROFESSORES
               MOVE PROF-CODIGO TO TABPROF-CODIGO(QTD-PROFESSORES)
               MOVE PROF-NOME TO TABPROF-NOME(QTD-PROFESSORES)
               MOVE PROF-OPERADOR TO TABPROF-OPERADOR(QTD-PROFESSORES)
               MOVE PROF-SITUACAO TO TABPROF-SITUACAO(QTD-PROFESSORES)
           END-IF.
           READ PROFESSORES AT END MOVE 1 TO FLAG-PROFESSORES.

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
      * o programa e abortado para nao truncar o arquivo na
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
                   'PROGRAMA ABORTADO.'
               MOVE 'N' TO WRK-CARGA-OK
               MOVE 1 TO FLAG-ATRIBUICOES
           END-IF.
           IF FLAG-ATRIBUICOES NOT EQUAL 1
               READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES
               END-READ
           END-IF.

       018-CONFERE-NOTA-ITEM.
           IF TURMA-ID EQUAL WRK-TURMA
               AND TURMA-MATERIA EQUAL WRK-MAT-NOME
               ADD 1 TO WRK-QTD-LINHAS
               EVALUATE WRK-ETAPA
                   WHEN 1
                       MOVE TURMA-N1 TO WRK-NOTA-ETAPA
                   WHEN 2
                       MOVE TURMA-N2 TO WRK-NOTA-ETAPA
                   WHEN OTHER
                       MOVE TURMA-N3 TO WRK-NOTA-ETAPA
               END-EVALUATE
               IF WRK-NOTA-ETAPA EQUAL ZEROS
                   ADD 1 TO WRK-QTD-SEM-NOTA
               END-IF
           END-IF.
           READ TURMA AT END MOVE 1 TO FLAG-TURMA.

       019-CARREGA-MATERIA-ITEM.
      **
      * TABELA-MATERIAS so comporta 100 materias; alem disso as
      * excedentes sao ignoradas.
      **
           IF QTD-MATERIAS LESS THAN 100
               ADD 1 TO QTD-MATERIAS
               MOVE MAT-CODIGO TO TABMAT-CODIGO(QTD-MATERIAS)
               MOVE MAT-NOME TO TABMAT-NOME(QTD-MATERIAS)
               MOVE MAT-AULAS-SEMANA
                   TO TABMAT-AULAS-SEMANA(QTD-MATERIAS)
           END-IF.
           READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS.

       020-RELATORIO.
      **
      * Per-teacher workload - turmas and weekly class hours taken
      * from the subjects master - and the diarios still open for
      * an etapa that should already be closed.
      **
           DISPLAY 'ETAPA A CONFERIR (1-3, BRANCO = 1): '.
           MOVE SPACES TO WRK-ETAPA-ENTRADA.
           ACCEPT WRK-ETAPA-ENTRADA.
           MOVE 1 TO WRK-ETAPA-CONFERIR.
           IF WRK-ETAPA-ENTRADA EQUAL '2' OR WRK-ETAPA-ENTRADA EQUAL '3'
               MOVE WRK-ETAPA-ENTRADA TO WRK-ETAPA-CONFERIR
           END-IF.
           MOVE ZEROS TO WRK-TOTAL-ATRIB.
           MOVE ZEROS TO WRK-TOTAL-PEND.
           DISPLAY '#########################################'.
           DISPLAY 'CARGA E PENDENCIAS DE FECHAMENTO - ETAPA '
               WRK-ETAPA-CONFERIR.
           DISPLAY '#########################################'.
           PERFORM 021-RELATORIO-PROFESSOR
               VARYING IDX-PROFESSOR FROM 1 BY 1
               UNTIL IDX-PROFESSOR GREATER THAN QTD-PROFESSORES.
           DISPLAY '#########################################'.
           MOVE WRK-TOTAL-ATRIB TO COUNTER.
           DISPLAY COUNTER ' ATRIBUICAO(OES).'.
           MOVE WRK-TOTAL-PEND TO COUNTER.
           DISPLAY COUNTER ' DIARIO(S) PENDENTE(S) DE FECHAMENTO.'.

       021-RELATORIO-PROFESSOR.
           MOVE TABPROF-CODIGO(IDX-PROFESSOR) TO WRK-PROF-CODIGO.
           MOVE ZEROS TO WRK-QTD-TURMAS-PROF.
           MOVE ZEROS TO WRK-AULAS-PROF.
           MOVE ZEROS TO WRK-PEND-PROF.
           DISPLAY WRK-PROF-CODIGO ' ' TABPROF-NOME(IDX-PROFESSOR)
               ' ' TABPROF-SITUACAO(IDX-PROFESSOR).
           PERFORM 022-RELATORIO-ATRIBUICAO
               VARYING IDX-ATRIBUICAO FROM 1 BY 1
               UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES.
           IF WRK-QTD-TURMAS-PROF EQUAL ZEROS
               DISPLAY '    SEM ATRIBUICAO.'
           ELSE
               DISPLAY '    TURMAS/MATERIAS: ' WRK-QTD-TURMAS-PROF
                   '  AULAS POR SEMANA: ' WRK-AULAS-PROF
                   '  PENDENTES: ' WRK-PEND-PROF
           END-IF.

       022-RELATORIO-ATRIBUICAO.
           IF TABATR-PROFESSOR(IDX-ATRIBUICAO) EQUAL WRK-PROF-CODIGO
               PERFORM 009-NOME-MATERIA
               ADD 1 TO WRK-QTD-TURMAS-PROF
               ADD 1 TO WRK-TOTAL-ATRIB
               IF IDX-MAT-ACHADA GREATER THAN ZEROS
                   ADD TABMAT-AULAS-SEMANA(IDX-MAT-ACHADA)
                       TO WRK-AULAS-PROF
               END-IF
               MOVE SPACES TO WRK-MARCA-PENDENTE
               IF TABATR-ETAPA-FECHADA(IDX-ATRIBUICAO)
                   LESS THAN WRK-ETAPA-CONFERIR
                   MOVE 'PENDENTE' TO WRK-MARCA-PENDENTE
                   ADD 1 TO WRK-PEND-PROF
                   ADD 1 TO WRK-TOTAL-PEND
               END-IF
               MOVE TABATR-DATA-FECHAMENTO(IDX-ATRIBUICAO)
                   TO WRK-DATA-ED
               DISPLAY '    ' TABATR-TURMA(IDX-ATRIBUICAO) ' '
                   WRK-MAT-NOME ' ETAPA FECHADA '
                   TABATR-ETAPA-FECHADA(IDX-ATRIBUICAO) ' '
                   WRK-DATA-ED ' ' WRK-MARCA-PENDENTE
           END-IF.

       030-REGRAVA-ATRIBUICOES.
      **
      * Writes the assignment table back over ATRIBUICOES.TXT in
      * one pass, replacing the previous contents.
      **
           OPEN OUTPUT ATRIBUICOES.
           IF WS-ATR-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR ATRIBUICOES.TXT - FILE '
                   'STATUS: ' WS-ATR-STATUS
           ELSE
               PERFORM 031-REGRAVA-ATRIBUICAO-ITEM
                   VARYING IDX-ATRIBUICAO FROM 1 BY 1
                   UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES
               CLOSE ATRIBUICOES
           END-IF.

       031-REGRAVA-ATRIBUICAO-ITEM.
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

       040-GRAVA-AUDITORIA.
      **
      * One audit line per diario closed; the first write on a
      * brand-new machine builds the file first.
      **
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS EQUAL '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           IF WS-AUD-STATUS EQUAL '00'
               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AUD-HORA FROM TIME
               MOVE WS-AUD-DATA TO AUD-DATA
               MOVE WS-AUD-HORA TO AUD-HORA
               MOVE 'PROG055' TO AUD-PROGRAMA
               MOVE 'FECHA DIARIO' TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE WRK-TURMA TO AUD-CPF(1:6)
               MOVE WRK-MAT-CODIGO TO AUD-CPF(8:4)
               MOVE SPACES TO AUD-MOTIVO
               STRING 'ETAPA ' DELIMITED BY SIZE
                   WRK-ETAPA DELIMITED BY SIZE
                   ' PROF ' DELIMITED BY SIZE
                   WRK-PROF-CODIGO DELIMITED BY SIZE
                   INTO AUD-MOTIVO
               END-STRING
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       041-CONFERE-CONTROLE.
      **
      * TURMA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * run (PROG064 logs the mismatch) until a supervisor resyncs
      * it in PROG063. The run's return code is kept aside across
      * the CALL.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'TURMA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG055' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG055.
