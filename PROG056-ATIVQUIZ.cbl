      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG056.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * QUIZRES.TXT holds one line per tabuada session written by
      * PROG005; the quizzes and worksheet corrections of the term
      * are consolidated here into one activity grade per student.
      * The treino dirigido sessions are practice on the student's
      * own misses and do not count.
      *-----------------------
           SELECT QUIZRES ASSIGN TO 'QUIZRES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIZRES-STATUS.
      *-----------------------
      * ALUNOS.TXT, the enrollment master kept by PROG023, ties
      * every session to a matricula - sessions recorded before
      * PROG005 asked for it are matched by the student's name.
      * MATERIAS.TXT, kept by PROG054, names the materia the grade
      * is for.
      *-----------------------
           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT MATERIAS ASSIGN TO 'MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAT-STATUS.
      *-----------------------
      * ATIVIDADE.TXT receives the activity grades, rebuilt by every
      * run, for the grading run of PROG004 to weigh into the media
      * of the materia; AUDITORIA.TXT one line per consolidation.
      *-----------------------
           SELECT ATIVIDADE ASSIGN TO 'ATIVIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATV-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD QUIZRES.
       COPY QUIZRES.
       FD ALUNOS.
       COPY ALUNO.
       FD MATERIAS.
       COPY MATERIA.
       FD ATIVIDADE.
       COPY ATIVIDADE.
       FD AUDITORIA.
       COPY AUDITORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 FLAG-QUIZRES PIC 9(1) VALUE 0.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
       77 FLAG-MATERIAS PIC 9(1) VALUE 0.
       77 WS-QUIZRES-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-MAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-ATV-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
       77 WRK-CARGA-OK PIC X(1) VALUE 'S'.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Parametros da apuracao: a materia da nota (codigo ou nome
      * do cadastro; sem o cadastro, como digitada), o periodo das
      * sessoes (em branco, do inicio do ano ate hoje) e o peso da
      * atividade na media, ao lado dos pesos de N1, N2 e N3 - dois
      * digitos com o decimal implicito (10 = 1,0), em branco 1,0.
       77 WRK-MATERIA PIC X(15) VALUE SPACES.
       77 WRK-MAT-CODIGO PIC X(4) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-PADRAO PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-DATA-LIDA PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-DATA-FIM-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-PESO-ENTRADA PIC X(2) VALUE SPACES.
       77 WRK-PESO PIC 9V9 VALUE 1,0.
       77 WRK-PESO-ED PIC 9,9 VALUE ZEROS.
      *-----------------------
      * Cadastro de alunos em tabela, com os acumuladores das
      * sessoes do periodo de cada um. A tabela comporta 300
      * alunos; alem disso a apuracao e abortada, para nenhum aluno
      * ficar sem a nota por falta de espaco.
       01 TABELA-ALUNOS.
           05 ALUNO-ITEM OCCURS 300 TIMES.
               10 TABALU-MATRICULA PIC 9(6).
               10 TABALU-NOME PIC X(30).
               10 TABALU-TURMA PIC X(6).
               10 TABALU-SITUACAO PIC X(1).
               10 TABALU-SESSOES PIC 9(3).
               10 TABALU-ACERTOS PIC 9(5).
               10 TABALU-ERROS PIC 9(5).
       77 QTD-ALUNOS PIC 9(3) VALUE ZEROS.
       77 IDX-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-ALU-ACHADO PIC 9(3) VALUE ZEROS.
       01 TABELA-MATERIAS.
           05 MATERIA-ITEM OCCURS 100 TIMES.
               10 TABMAT-CODIGO PIC X(4).
               10 TABMAT-NOME PIC X(15).
       77 QTD-MATERIAS PIC 9(3) VALUE ZEROS.
       77 IDX-MATERIA PIC 9(3) VALUE ZEROS.
       77 IDX-MAT-ACHADA PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Totais da apuracao. A nota de atividade e o percentual de
      * acerto das sessoes do periodo em escala de 0 a 10.
       77 WRK-QTD-SESSOES PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-TREINOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-ALUNO PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-TRANSFERIDOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-NOTAS PIC 9(3) VALUE ZEROS.
       77 WRK-TOTAL-PERGUNTAS PIC 9(6) VALUE ZEROS.
       77 WRK-NOTA PIC 9(2)V9 VALUE ZEROS.
       77 WRK-NOTA-ED PIC Z9,9 VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY '#########################################'.
           DISPLAY 'NOTA DE ATIVIDADE DA TABUADA'.
           DISPLAY '#########################################'.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           MOVE 'S' TO WRK-CARGA-OK.
           PERFORM 010-CARREGA-CADASTROS.
           IF WRK-CARGA-OK EQUAL 'S'
               PERFORM 001-DEFINE-PARAMETROS
               PERFORM 020-APURA-SESSOES
           END-IF.
           IF WRK-CARGA-OK EQUAL 'S'
               PERFORM 030-RELATORIO
               IF WRK-QTD-NOTAS EQUAL ZEROS
                   DISPLAY 'NENHUMA SESSAO DE ALUNO NO PERIODO - '
                       'ATIVIDADE.TXT NAO ALTERADO.'
               ELSE
                   DISPLAY 'GRAVAR AS NOTAS EM ATIVIDADE.TXT, '
                       'SUBSTITUINDO A APURACAO ANTERIOR? S/N'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                       PERFORM 040-GRAVA-ATIVIDADE
                   ELSE
                       DISPLAY 'APURACAO DESCARTADA.'
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       001-DEFINE-PARAMETROS.
      **
      * Materia, period and weight of the consolidation.
      **
           IF QTD-MATERIAS GREATER THAN ZEROS
               MOVE SPACES TO WRK-MATERIA
               PERFORM 002-PEDE-MATERIA WITH TEST AFTER
                   UNTIL WRK-MATERIA NOT EQUAL SPACES
           ELSE
               DISPLAY 'AVISO: MATERIAS.TXT AUSENTE - MATERIA SEM '
                   'CONFERENCIA.'
               MOVE SPACES TO WRK-MATERIA
               PERFORM 003-DIGITA-MATERIA WITH TEST AFTER
                   UNTIL WRK-MATERIA NOT EQUAL SPACES
           END-IF.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-DATA-PADRAO(1:4).
           MOVE '0101' TO WRK-DATA-PADRAO(5:4).
           DISPLAY 'INICIO DO PERIODO (AAAAMMDD, BRANCO = INICIO DO '
               'ANO): '.
           PERFORM 004-PEDE-DATA WITH TEST AFTER
               UNTIL WRK-DATA-LIDA NOT EQUAL ZEROS.
           MOVE WRK-DATA-LIDA TO WRK-DATA-INICIO.
           MOVE WRK-DATA-HOJE TO WRK-DATA-PADRAO.
           DISPLAY 'FIM DO PERIODO (AAAAMMDD, BRANCO = HOJE): '.
           PERFORM 004-PEDE-DATA WITH TEST AFTER
               UNTIL WRK-DATA-LIDA NOT EQUAL ZEROS
               AND WRK-DATA-LIDA NOT LESS THAN WRK-DATA-INICIO.
           MOVE WRK-DATA-LIDA TO WRK-DATA-FIM.
           PERFORM 005-PEDE-PESO WITH TEST AFTER
               UNTIL WRK-PESO GREATER THAN ZEROS.

       002-PEDE-MATERIA.
           DISPLAY 'MATERIA DA NOTA (CODIGO OU NOME): '.
           ACCEPT WRK-MATERIA.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           MOVE WRK-MATERIA TO WRK-MAT-CODIGO.
           IF WRK-MATERIA(5:11) EQUAL SPACES
               PERFORM 013-PROCURA-CODIGO-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               PERFORM 014-PROCURA-NOME-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               DISPLAY 'MATERIA NAO CADASTRADA - DIGITE O CODIGO OU '
                   'O NOME DO CADASTRO.'
               MOVE SPACES TO WRK-MATERIA
           ELSE
               MOVE TABMAT-CODIGO(IDX-MAT-ACHADA) TO WRK-MAT-CODIGO
               MOVE TABMAT-NOME(IDX-MAT-ACHADA) TO WRK-MATERIA
           END-IF.

       003-DIGITA-MATERIA.
           DISPLAY 'MATERIA DA NOTA: '.
           ACCEPT WRK-MATERIA.
           MOVE SPACES TO WRK-MAT-CODIGO.

       004-PEDE-DATA.
      **
      * Reads one date; blank takes WRK-DATA-PADRAO, and a date that
      * is not a real AAAAMMDD comes back zeros and is asked again.
      **
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           MOVE ZEROS TO WRK-DATA-LIDA.
           IF WRK-DATA-ENTRADA EQUAL SPACES
               MOVE WRK-DATA-PADRAO TO WRK-DATA-LIDA
           ELSE
               IF WRK-DATA-ENTRADA NUMERIC
                   MOVE WRK-DATA-ENTRADA TO WRK-DATA-LIDA
                   IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-LIDA)
                       NOT EQUAL ZEROS
                       MOVE ZEROS TO WRK-DATA-LIDA
                   END-IF
               END-IF
           END-IF.
           IF WRK-DATA-LIDA EQUAL ZEROS
               DISPLAY 'DATA INVALIDA - DIGITE AAAAMMDD: '
           ELSE
               IF WRK-DATA-LIDA LESS THAN WRK-DATA-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO - DIGITE DE NOVO: '
               END-IF
           END-IF.

       005-PEDE-PESO.
           DISPLAY 'PESO DA ATIVIDADE NA MEDIA (2 DIGITOS, EX: 10 = '
               '1,0; BRANCO = 1,0): '.
           MOVE SPACES TO WRK-PESO-ENTRADA.
           ACCEPT WRK-PESO-ENTRADA.
           MOVE ZEROS TO WRK-PESO.
           IF WRK-PESO-ENTRADA EQUAL SPACES
               MOVE 1,0 TO WRK-PESO
           ELSE
               INSPECT WRK-PESO-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WRK-PESO-ENTRADA NOT NUMERIC
                   DISPLAY 'PESO DEVE CONTER APENAS DIGITOS.'
               ELSE
                   MOVE WRK-PESO-ENTRADA TO WRK-PESO(1:2)
                   IF WRK-PESO EQUAL ZEROS
                       DISPLAY 'PESO ZERO NAO E PERMITIDO.'
                   END-IF
               END-IF
           END-IF.

       010-CARREGA-CADASTROS.
      **
      * Loads the enrollment and subjects masters. Without students
      * on file there is no one to grade, and the run stops.
      **
           MOVE ZEROS TO QTD-ALUNOS.
           MOVE ZEROS TO QTD-MATERIAS.
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ALUNOS
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
               PERFORM 011-CARREGA-ALUNO-ITEM
                   UNTIL FLAG-ALUNOS EQUAL TO 1
               CLOSE ALUNOS
           END-IF.
           IF QTD-ALUNOS EQUAL ZEROS AND WRK-CARGA-OK EQUAL 'S'
               DISPLAY 'ALUNOS.TXT AUSENTE OU VAZIO - CADASTRE OS '
                   'ALUNOS NO PROG023.'
               MOVE 'N' TO WRK-CARGA-OK
           END-IF.
           OPEN INPUT MATERIAS.
           IF WS-MAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-MATERIAS
               READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS
               END-READ
               PERFORM 012-CARREGA-MATERIA-ITEM
                   UNTIL FLAG-MATERIAS EQUAL TO 1
               CLOSE MATERIAS
           END-IF.

       011-CARREGA-ALUNO-ITEM.
           IF QTD-ALUNOS LESS THAN 300
               ADD 1 TO QTD-ALUNOS
               MOVE ALU-MATRICULA TO TABALU-MATRICULA(QTD-ALUNOS)
               MOVE ALU-NOME TO TABALU-NOME(QTD-ALUNOS)
               MOVE ALU-TURMA TO TABALU-TURMA(QTD-ALUNOS)
               MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
               MOVE ZEROS TO TABALU-SESSOES(QTD-ALUNOS)
               MOVE ZEROS TO TABALU-ACERTOS(QTD-ALUNOS)
               MOVE ZEROS TO TABALU-ERROS(QTD-ALUNOS)
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
           ELSE
               DISPLAY 'ALUNOS.TXT EXCEDE 300 ALUNOS - APURACAO '
                   'ABORTADA.'
               MOVE 'N' TO WRK-CARGA-OK
               MOVE 1 TO FLAG-ALUNOS
           END-IF.

       012-CARREGA-MATERIA-ITEM.
      **
      * TABELA-MATERIAS so comporta 100 materias, o limite do
      * cadastro do PROG054.
      **
           IF QTD-MATERIAS LESS THAN 100
               ADD 1 TO QTD-MATERIAS
               MOVE MAT-CODIGO TO TABMAT-CODIGO(QTD-MATERIAS)
               MOVE MAT-NOME TO TABMAT-NOME(QTD-MATERIAS)
           END-IF.
           READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS.

       013-PROCURA-CODIGO-MATERIA.
           IF TABMAT-CODIGO(IDX-MATERIA) EQUAL WRK-MAT-CODIGO
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       014-PROCURA-NOME-MATERIA.
           IF TABMAT-NOME(IDX-MATERIA) EQUAL WRK-MATERIA
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       020-APURA-SESSOES.
      **
      * One pass over QUIZRES.TXT adding the period's quiz and
      * worksheet sessions to the student's accumulators.
      **
           MOVE ZEROS TO WRK-QTD-SESSOES.
           MOVE ZEROS TO WRK-QTD-TREINOS.
           MOVE ZEROS TO WRK-QTD-SEM-ALUNO.
           MOVE ZEROS TO WRK-QTD-TRANSFERIDOS.
           OPEN INPUT QUIZRES.
           IF WS-QUIZRES-STATUS NOT EQUAL '00'
               DISPLAY 'NENHUM QUIZ EM ARQUIVO - FILE STATUS: '
                   WS-QUIZRES-STATUS
           ELSE
               MOVE 0 TO FLAG-QUIZRES
               READ QUIZRES AT END MOVE 1 TO FLAG-QUIZRES
               END-READ
               PERFORM 021-APURA-ITEM
                   UNTIL FLAG-QUIZRES EQUAL TO 1
               CLOSE QUIZRES
           END-IF.

       021-APURA-ITEM.
      **
      * The session belongs to the student of its matricula; a line
      * without one (written before PROG005 asked for it, or while
      * ALUNOS.TXT was missing) is matched by the name. Sessions of
      * no enrolled student, or of one transferred out of the
      * school, are only counted.
      **
           IF QR-DATA NOT LESS THAN WRK-DATA-INICIO
               AND QR-DATA NOT GREATER THAN WRK-DATA-FIM
               IF QR-NUMEROS EQUAL 'TREINO DIRIGIDO'
                   ADD 1 TO WRK-QTD-TREINOS
               ELSE
                   MOVE ZEROS TO IDX-ALU-ACHADO
                   IF QR-MATRICULA NUMERIC
                       AND QR-MATRICULA GREATER THAN ZEROS
                       PERFORM 022-PROCURA-MATRICULA
                           VARYING IDX-ALUNO FROM 1 BY 1
                           UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS
                   ELSE
                       PERFORM 023-PROCURA-NOME
                           VARYING IDX-ALUNO FROM 1 BY 1
                           UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS
                   END-IF
                   EVALUATE TRUE
                       WHEN IDX-ALU-ACHADO EQUAL ZEROS
                           ADD 1 TO WRK-QTD-SEM-ALUNO
                       WHEN TABALU-SITUACAO(IDX-ALU-ACHADO) EQUAL 'T'
                           ADD 1 TO WRK-QTD-TRANSFERIDOS
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-SESSOES
                           ADD 1 TO TABALU-SESSOES(IDX-ALU-ACHADO)
                           ADD QR-ACERTOS
                               TO TABALU-ACERTOS(IDX-ALU-ACHADO)
                           ADD QR-ERROS
                               TO TABALU-ERROS(IDX-ALU-ACHADO)
                   END-EVALUATE
               END-IF
           END-IF.
           READ QUIZRES AT END MOVE 1 TO FLAG-QUIZRES.

       022-PROCURA-MATRICULA.
           IF TABALU-MATRICULA(IDX-ALUNO) EQUAL QR-MATRICULA
               MOVE IDX-ALUNO TO IDX-ALU-ACHADO
           END-IF.

       023-PROCURA-NOME.
           IF TABALU-NOME(IDX-ALUNO) EQUAL QR-ALUNO
               MOVE IDX-ALUNO TO IDX-ALU-ACHADO
           END-IF.

       030-RELATORIO.
      **
      * Preview of the grades, one line per student with sessions
      * in the period, before anything is written.
      **
           MOVE WRK-DATA-INICIO TO WRK-DATA-ED.
           MOVE WRK-DATA-FIM TO WRK-DATA-FIM-ED.
           MOVE WRK-PESO TO WRK-PESO-ED.
           DISPLAY '#########################################'.
           DISPLAY 'MATERIA: ' WRK-MATERIA '  PESO: ' WRK-PESO-ED.
           DISPLAY 'PERIODO: ' WRK-DATA-ED ' A ' WRK-DATA-FIM-ED.
           DISPLAY '#########################################'.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           PERFORM 031-RELATORIO-ITEM
               VARYING IDX-ALUNO FROM 1 BY 1
               UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS.
           DISPLAY '#########################################'.
           MOVE WRK-QTD-NOTAS TO WRK-QTD-ED.
           DISPLAY 'ALUNOS COM NOTA: ' WRK-QTD-ED.
           MOVE WRK-QTD-SESSOES TO WRK-QTD-ED.
           DISPLAY 'SESSOES APURADAS: ' WRK-QTD-ED.
           IF WRK-QTD-TREINOS GREATER THAN ZEROS
               MOVE WRK-QTD-TREINOS TO WRK-QTD-ED
               DISPLAY 'SESSOES DE TREINO DIRIGIDO (NAO CONTAM): '
                   WRK-QTD-ED
           END-IF.
           IF WRK-QTD-SEM-ALUNO GREATER THAN ZEROS
               MOVE WRK-QTD-SEM-ALUNO TO WRK-QTD-ED
               DISPLAY 'SESSOES SEM ALUNO NO CADASTRO (IGNORADAS): '
                   WRK-QTD-ED
           END-IF.
           IF WRK-QTD-TRANSFERIDOS GREATER THAN ZEROS
               MOVE WRK-QTD-TRANSFERIDOS TO WRK-QTD-ED
               DISPLAY 'SESSOES DE ALUNOS TRANSFERIDOS (IGNORADAS): '
                   WRK-QTD-ED
           END-IF.

       031-RELATORIO-ITEM.
           IF TABALU-SESSOES(IDX-ALUNO) GREATER THAN ZEROS
               ADD 1 TO WRK-QTD-NOTAS
               PERFORM 032-CALCULA-NOTA
               MOVE WRK-NOTA TO WRK-NOTA-ED
               DISPLAY TABALU-MATRICULA(IDX-ALUNO) ' '
                   TABALU-NOME(IDX-ALUNO) ' '
                   TABALU-TURMA(IDX-ALUNO)
                   ' SESSOES: ' TABALU-SESSOES(IDX-ALUNO)
                   ' ACERTOS: ' TABALU-ACERTOS(IDX-ALUNO)
                   ' ERROS: ' TABALU-ERROS(IDX-ALUNO)
                   ' NOTA: ' WRK-NOTA-ED
           END-IF.

       032-CALCULA-NOTA.
           COMPUTE WRK-TOTAL-PERGUNTAS = TABALU-ACERTOS(IDX-ALUNO)
               + TABALU-ERROS(IDX-ALUNO).
           IF WRK-TOTAL-PERGUNTAS GREATER THAN ZEROS
               COMPUTE WRK-NOTA ROUNDED = TABALU-ACERTOS(IDX-ALUNO)
                   * 10 / WRK-TOTAL-PERGUNTAS
           ELSE
               MOVE ZEROS TO WRK-NOTA
           END-IF.

       040-GRAVA-ATIVIDADE.
      **
      * Rebuilds ATIVIDADE.TXT with the grades just previewed and
      * leaves the consolidation on the audit trail.
      **
           OPEN OUTPUT ATIVIDADE.
           IF WS-ATV-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO GRAVAR ATIVIDADE.TXT - FILE STATUS: '
                   WS-ATV-STATUS
           ELSE
               PERFORM 041-GRAVA-ATIVIDADE-ITEM
                   VARYING IDX-ALUNO FROM 1 BY 1
                   UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS
               CLOSE ATIVIDADE
               PERFORM 042-GRAVA-AUDITORIA
               DISPLAY 'NOTAS GRAVADAS EM ATIVIDADE.TXT - ENTRAM NA '
                   'MEDIA DO PROXIMO LOTE DO PROG004.'
           END-IF.

       041-GRAVA-ATIVIDADE-ITEM.
           IF TABALU-SESSOES(IDX-ALUNO) GREATER THAN ZEROS
               PERFORM 032-CALCULA-NOTA
               MOVE TABALU-MATRICULA(IDX-ALUNO) TO ATV-MATRICULA
               MOVE TABALU-NOME(IDX-ALUNO) TO ATV-NOME
               MOVE WRK-MATERIA TO ATV-MATERIA
               MOVE WRK-NOTA TO ATV-NOTA
               MOVE WRK-PESO TO ATV-PESO
               MOVE TABALU-SESSOES(IDX-ALUNO) TO ATV-SESSOES
               MOVE TABALU-ACERTOS(IDX-ALUNO) TO ATV-ACERTOS
               MOVE TABALU-ERROS(IDX-ALUNO) TO ATV-ERROS
               MOVE WRK-DATA-INICIO TO ATV-DATA-INICIO
               MOVE WRK-DATA-FIM TO ATV-DATA-FIM
               MOVE WRK-DATA-HOJE TO ATV-DATA-APURACAO
               WRITE ATIVIDADE-REG
           END-IF.

       042-GRAVA-AUDITORIA.
      **
      * One audit line per consolidation; the first write on a
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
               MOVE 'PROG056' TO AUD-PROGRAMA
               MOVE 'NOTA ATIVIDADE' TO AUD-OPERACAO
               MOVE WRK-MATERIA TO AUD-CPF
               MOVE SPACES TO AUD-MOTIVO
               STRING WRK-QTD-NOTAS DELIMITED BY SIZE
                   ' ALUNOS PESO ' DELIMITED BY SIZE
                   WRK-PESO-ED DELIMITED BY SIZE
                   INTO AUD-MOTIVO
               END-STRING
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

      ** add other procedures here
       END PROGRAM PROG056.
