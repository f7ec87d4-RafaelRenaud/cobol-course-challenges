           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
      *-----------------------
      * CALENDARIO.TXT and HORARIO.TXT are the school calendar and
      * weekly timetable kept by PROG053: a call is only taken on a
      * dia letivo, and the timetable says which turma and materia
      * owe a call on each of them.
      *-----------------------
           SELECT CALENDARIO ASSIGN TO 'CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
           SELECT HORARIO ASSIGN TO 'HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOR-STATUS.
      *-----------------------
      * The subjects and assignments masters kept by PROG054: the
      * materia of a call is typed by code or name and stamped with
      * its master name, and only an assigned turma and materia
      * takes a call. A call dated within a closed diario needs a
      * coordenador and each of its lines goes to AUDITORIA.TXT.
      *-----------------------
           SELECT MATERIAS ASSIGN TO 'MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAT-STATUS.
           SELECT ATRIBUICOES ASSIGN TO 'ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATR-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COPY FREQUENCIA.
       FD ALUNOS.
       COPY ALUNO.
       FD CALENDARIO.
       COPY CALENDARIO.
       FD HORARIO.
       COPY HORARIO.
       FD MATERIAS.
       COPY MATERIA.
       FD ATRIBUICOES.
       COPY ATRIBUICAO.
       FD AUDITORIA.
       COPY AUDITORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
       77 WS-FREQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CALENDARIO PIC 9(1) VALUE 0.
       77 FLAG-HORARIO PIC 9(1) VALUE 0.
       77 WS-CAL-STATUS PIC X(2) VALUE SPACES.
       77 WS-HOR-STATUS PIC X(2) VALUE SPACES.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
      *-----------------------
      * Cabecalho da chamada do dia: data, turma e materia pedidas
       77 WRK-QTD-GRAVADAS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Cadastro de alunos em tabela, para o carimbo da matricula;
      * um nome fora do cadastro so avisa (matricula zerada); aluno
      * transferido para fora da escola nao recebe mais chamada.
       01 TABELA-ALUNOS.
           05 ALUNO-ITEM OCCURS 300 TIMES.
               10 TABALU-MATRICULA PIC 9(6).
               10 TABALU-NOME PIC X(30).
               10 TABALU-SITUACAO PIC X(1).
       77 QTD-ALUNOS PIC 9(3) VALUE ZEROS.
       77 IDX-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-ALU-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-FALTAS PIC 9(5) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
      *-----------------------
      * Calendario escolar em tabela (200 eventos, excedentes
      * ignorados) e apuracao do dia: inicio e fim do ano letivo,
      * numero do dia, dia da semana (1 segunda ... 7 domingo).
      * Ano sem inicio e fim no calendario nao confere a data.
       01 TABELA-CALENDARIO.
           05 CALEND-ITEM OCCURS 200 TIMES.
               10 TABCAL-TIPO PIC X(1).
               10 TABCAL-DATA PIC 9(8).
               10 TABCAL-DATA-FIM PIC 9(8).
       77 QTD-CALENDARIO PIC 9(3) VALUE ZEROS.
       77 IDX-CAL PIC 9(3) VALUE ZEROS.
       77 WRK-ANO PIC X(4) VALUE SPACES.
       77 WRK-ANO-ENTRADA PIC X(4) VALUE SPACES.
       77 WRK-CAL-INICIO PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-LIMITE PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-DIA PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-NUM PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-NUM-FIM PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-AUX PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-QUOC PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-RESTO PIC 9(1) VALUE ZEROS.
       77 WRK-DIA-SEMANA PIC 9(1) VALUE ZEROS.
       77 WRK-DIA-LETIVO PIC X(1) VALUE 'N'.
       77 WRK-DIA-FERIADO PIC X(1) VALUE 'N'.
       77 WRK-DIA-EXTRA PIC X(1) VALUE 'N'.
       77 WRK-DATA-ACEITA PIC X(1) VALUE 'S'.
      *-----------------------
      * Dias letivos sem chamada: dias letivos do ano ate hoje,
      * grade semanal e chamadas ja feitas (turma, materia e data
      * distintas do FREQUENCIA.TXT do ano).
       01 TABELA-LETIVOS.
           05 LETIVO-ITEM OCCURS 400 TIMES.
               10 TABLET-DATA PIC 9(8).
               10 TABLET-DIA-SEMANA PIC 9(1).
       77 QTD-LETIVOS PIC 9(3) VALUE ZEROS.
       77 IDX-LETIVO PIC 9(3) VALUE ZEROS.
       01 TABELA-HORARIO.
           05 HORARIO-ITEM OCCURS 300 TIMES.
               10 TABHOR-GRUPO.
                   15 TABHOR-TURMA PIC X(6).
                   15 TABHOR-MATERIA PIC X(15).
               10 TABHOR-DIA-SEMANA PIC 9(1).
               10 TABHOR-AULAS PIC 9(1).
       77 QTD-HORARIO PIC 9(3) VALUE ZEROS.
       77 IDX-HOR PIC 9(3) VALUE ZEROS.
       01 TABELA-CHAMADAS.
           05 CHAMADA-ITEM OCCURS 3000 TIMES.
               10 TABCHA-CHAVE PIC X(29).
       77 QTD-CHAMADAS PIC 9(4) VALUE ZEROS.
       77 IDX-CHAMADA PIC 9(4) VALUE ZEROS.
       77 WRK-CHAMADA-ACHADA PIC X(1) VALUE 'N'.
       01 WRK-CHAVE-CHAMADA.
           05 WRK-CHA-TURMA PIC X(6).
           05 WRK-CHA-MATERIA PIC X(15).
           05 WRK-CHA-DATA PIC 9(8).
       77 WRK-CHAVE-ANT PIC X(29) VALUE SPACES.
       77 WRK-GRUPO-ANT PIC X(21) VALUE SPACES.
       01 TABELA-AULAS-DIA.
           05 AULAS-DIA PIC 9(1) OCCURS 7 TIMES.
       77 WRK-QTD-SEM-CHAMADA PIC 9(5) VALUE ZEROS.
       77 WRK-TOTAL-SEM-CHAMADA PIC 9(5) VALUE ZEROS.
       01 TABELA-NOMES-DIAS.
           05 FILLER PIC X(7) VALUE 'SEGUNDA'.
           05 FILLER PIC X(7) VALUE 'TERCA'.
           05 FILLER PIC X(7) VALUE 'QUARTA'.
           05 FILLER PIC X(7) VALUE 'QUINTA'.
           05 FILLER PIC X(7) VALUE 'SEXTA'.
           05 FILLER PIC X(7) VALUE 'SABADO'.
           05 FILLER PIC X(7) VALUE 'DOMINGO'.
       01 TABELA-NOMES-DIAS-R REDEFINES TABELA-NOMES-DIAS.
           05 NOME-DIA PIC X(7) OCCURS 7 TIMES.
      *-----------------------
      * Cadastros de materias e atribuicoes, conferidos so quando
      * os dois arquivos existem (WRK-VALIDA-CADASTRO = 'S'); a
      * chamada de data ate o fechamento do diario so entra com o
      * coordenador (perfil C) ou o supervisor (S).
       77 FLAG-MATERIAS PIC 9(1) VALUE 0.
       77 FLAG-ATRIBUICOES PIC 9(1) VALUE 0.
       77 WS-MAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-ATR-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
       77 WRK-VALIDA-CADASTRO PIC X(1) VALUE 'N'.
       77 WRK-MAT-CODIGO PIC X(4) VALUE SPACES.
       77 WRK-CHAMADA-FECHADA PIC X(1) VALUE 'N'.
       01 TABELA-MATERIAS.
           05 MATERIA-ITEM OCCURS 100 TIMES.
               10 TABMAT-CODIGO PIC X(4).
               10 TABMAT-NOME PIC X(15).
       77 QTD-MATERIAS PIC 9(3) VALUE ZEROS.
       77 IDX-MATERIA PIC 9(3) VALUE ZEROS.
       77 IDX-MAT-ACHADA PIC 9(3) VALUE ZEROS.
       01 TABELA-ATRIBUICOES.
           05 ATRIBUICAO-ITEM OCCURS 300 TIMES.
               10 TABATR-TURMA PIC X(6).
               10 TABATR-MATERIA PIC X(4).
               10 TABATR-ETAPA-FECHADA PIC 9(1).
               10 TABATR-DATA-FECHAMENTO PIC 9(8).
       77 QTD-ATRIBUICOES PIC 9(3) VALUE ZEROS.
       77 IDX-ATRIBUICAO PIC 9(3) VALUE ZEROS.
       77 IDX-ATR-ACHADA PIC 9(3) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
           DISPLAY 'MODO: (1) REGISTRAR CHAMADA DO DIA'.
           DISPLAY '      (2) CONSULTA POR ALUNO'.
           DISPLAY '      (3) DIAS LETIVOS SEM CHAMADA'.
           ACCEPT WRK-MODO.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-PERFIL-ATUAL
           END-IF.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 010-CONSULTA
               WHEN '3'
                   PERFORM 040-DIAS-SEM-CHAMADA
               WHEN OTHER
                   PERFORM 001-REGISTRA-DIA
           END-EVALUATE.
           GOBACK.

       001-REGISTRA-DIA.
      **
      * Call-day session: date, turma and materia asked once, then
      * one line per student answered P or F; the first run on a
      * brand-new machine builds the file first. A date the school
      * calendar does not make letivo ends the session unrecorded.
      **
           PERFORM 020-CARREGA-ALUNOS.
           PERFORM 050-CARREGA-CADASTROS.
           OPEN EXTEND FREQUENCIA.
           IF WS-FREQ-STATUS EQUAL '35'
               OPEN OUTPUT FREQUENCIA
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO WRK-DATA-DIA
               END-IF
               PERFORM 006-CONFERE-DATA
               IF WRK-DATA-ACEITA EQUAL 'S'
                   DISPLAY 'TURMA: '
                   ACCEPT WRK-TURMA
                   PERFORM 007-ACEITA-MATERIA
                   PERFORM 008-CONFERE-DIARIO
               END-IF
               IF WRK-DATA-ACEITA EQUAL 'S'
                   PERFORM 002-REGISTRA-ALUNO
                       UNTIL CONTINUA NOT EQUAL TO 'S'
                       AND CONTINUA NOT EQUAL TO 's'
               END-IF
               CLOSE FREQUENCIA
               DISPLAY '#########################################'
               MOVE WRK-QTD-GRAVADAS TO COUNTER
               AND IDX-ALU-ACHADO EQUAL ZEROS
               DISPLAY 'AVISO: ALUNO SEM MATRICULA NO CADASTRO.'
           END-IF.
           IF IDX-ALU-ACHADO GREATER THAN ZEROS
               AND TABALU-SITUACAO(IDX-ALU-ACHADO) EQUAL 'T'
               DISPLAY 'ALUNO TRANSFERIDO PARA FORA DA ESCOLA - '
                   'CHAMADA NAO REGISTRADA.'
           ELSE
               PERFORM 005-GRAVA-PRESENCA
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       005-GRAVA-PRESENCA.
           MOVE SPACES TO WRK-PRESENCA.
           PERFORM 004-PEDE-PRESENCA
               UNTIL WRK-PRESENCA EQUAL 'P'
           WRITE FREQ-REG.
           IF WS-FREQ-STATUS EQUAL '00'
               ADD 1 TO WRK-QTD-GRAVADAS
               IF WRK-CHAMADA-FECHADA EQUAL 'S'
                   PERFORM 056-GRAVA-AUDITORIA
               END-IF
           ELSE
               DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
                   WS-FREQ-STATUS
           END-IF.

       006-CONFERE-DATA.
      **
      * Checks the call date against the school calendar of its
      * year; with no calendar for the year on file the date is
      * taken as typed, as before the calendar existed.
      **
           MOVE 'S' TO WRK-DATA-ACEITA.
           MOVE WRK-DATA-DIA(1:4) TO WRK-ANO.
           PERFORM 030-CARREGA-CALENDARIO.
           IF WRK-CAL-INICIO EQUAL ZEROS OR WRK-CAL-FIM EQUAL ZEROS
               DISPLAY 'AVISO: ANO SEM CALENDARIO ESCOLAR - DATA NAO '
                   'CONFERIDA.'
           ELSE
               MOVE WRK-DATA-DIA TO WRK-CAL-DIA
               MOVE ZEROS TO WRK-CAL-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-CAL-DIA) EQUAL ZEROS
                   COMPUTE WRK-CAL-NUM =
                       FUNCTION INTEGER-OF-DATE(WRK-CAL-DIA)
               END-IF
               IF WRK-CAL-NUM EQUAL ZEROS
                   MOVE 'N' TO WRK-DATA-ACEITA
                   DISPLAY 'DATA INVALIDA - CHAMADA NAO REGISTRADA.'
               ELSE
                   PERFORM 062-VERIFICA-LETIVO
                   IF WRK-DIA-LETIVO NOT EQUAL 'S'
                       MOVE 'N' TO WRK-DATA-ACEITA
                       MOVE WRK-DATA-DIA TO WRK-DATA-ED
                       DISPLAY WRK-DATA-ED ' NAO E DIA LETIVO - '
                           'CHAMADA NAO REGISTRADA.'
                   END-IF
               END-IF
           END-IF.

       007-ACEITA-MATERIA.
      **
      * With the masters on file the materia is asked until it is
      * a code or name of MATERIAS.TXT, and the master name is what
      * goes on the call; without them it is taken as typed.
      **
           IF WRK-VALIDA-CADASTRO EQUAL 'S'
               MOVE SPACES TO WRK-MATERIA
               PERFORM 009-PEDE-MATERIA WITH TEST AFTER
                   UNTIL WRK-MATERIA NOT EQUAL SPACES
           ELSE
               DISPLAY 'MATERIA: '
               ACCEPT WRK-MATERIA
           END-IF.

       008-CONFERE-DIARIO.
      **
      * The turma and materia must be assigned to a teacher; a call
      * dated up to the closing of the diario is only taken from a
      * coordenador or supervisor, and then audited line by line.
      **
           MOVE 'N' TO WRK-CHAMADA-FECHADA.
           IF WRK-VALIDA-CADASTRO EQUAL 'S'
               MOVE ZEROS TO IDX-ATR-ACHADA
               PERFORM 055-PROCURA-ATRIBUICAO
                   VARYING IDX-ATRIBUICAO FROM 1 BY 1
                   UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES
               IF IDX-ATR-ACHADA EQUAL ZEROS
                   DISPLAY 'TURMA ' WRK-TURMA ' SEM PROFESSOR '
                       'ATRIBUIDO EM ' WRK-MATERIA
                   DISPLAY 'CHAMADA NAO REGISTRADA.'
                   MOVE 'N' TO WRK-DATA-ACEITA
               ELSE
                   IF TABATR-ETAPA-FECHADA(IDX-ATR-ACHADA)
                       GREATER THAN ZEROS
                       AND WRK-DATA-DIA NOT GREATER THAN
                       TABATR-DATA-FECHAMENTO(IDX-ATR-ACHADA)
                       MOVE 'S' TO WRK-CHAMADA-FECHADA
                   END-IF
               END-IF
           END-IF.
           IF WRK-CHAMADA-FECHADA EQUAL 'S'
               MOVE TABATR-DATA-FECHAMENTO(IDX-ATR-ACHADA)
                   TO WRK-DATA-ED
               DISPLAY 'DIARIO FECHADO EM ' WRK-DATA-ED
               IF WS-PERFIL-ATUAL EQUAL 'C'
                   OR WS-PERFIL-ATUAL EQUAL 'S'
                   DISPLAY 'AVISO: CADA LINHA DESTA CHAMADA VAI PARA '
                       'A AUDITORIA.'
               ELSE
                   DISPLAY 'CHAMADA SO COM O COORDENADOR - NAO '
                       'REGISTRADA.'
                   MOVE 'N' TO WRK-DATA-ACEITA
               END-IF
           END-IF.

       009-PEDE-MATERIA.
           DISPLAY 'MATERIA (CODIGO OU NOME): '.
           MOVE SPACES TO WRK-MATERIA.
           ACCEPT WRK-MATERIA.
           MOVE ZEROS TO IDX-MAT-ACHADA.
           MOVE WRK-MATERIA TO WRK-MAT-CODIGO.
           IF WRK-MATERIA(5:11) EQUAL SPACES
               PERFORM 053-PROCURA-CODIGO-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               PERFORM 054-PROCURA-NOME-MATERIA
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

       003-PEDE-NOME.
           DISPLAY 'NOME DO ALUNO: '.
               ADD 1 TO QTD-ALUNOS
               MOVE ALU-MATRICULA TO TABALU-MATRICULA(QTD-ALUNOS)
               MOVE ALU-NOME TO TABALU-NOME(QTD-ALUNOS)
               MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
           END-IF.
           READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS.

               MOVE IDX-ALUNO TO IDX-ALU-ACHADO
           END-IF.

       030-CARREGA-CALENDARIO.
      **
      * Loads the school calendar and finds the inicio and fim of
      * the year in WRK-ANO.
      **
           MOVE ZEROS TO QTD-CALENDARIO.
           MOVE ZEROS TO WRK-CAL-INICIO.
           MOVE ZEROS TO WRK-CAL-FIM.
           OPEN INPUT CALENDARIO.
           IF WS-CAL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CALENDARIO
               READ CALENDARIO AT END MOVE 1 TO FLAG-CALENDARIO
               END-READ
               PERFORM 031-CARREGA-CALENDARIO-ITEM
                   UNTIL FLAG-CALENDARIO EQUAL TO 1
               CLOSE CALENDARIO
           END-IF.
           PERFORM 064-PROCURA-LIMITES
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO.

       031-CARREGA-CALENDARIO-ITEM.
      **
      * TABELA-CALENDARIO so comporta 200 eventos; alem disso os
      * excedentes sao ignorados.
      **
           IF QTD-CALENDARIO LESS THAN 200
               ADD 1 TO QTD-CALENDARIO
               MOVE CAL-TIPO TO TABCAL-TIPO(QTD-CALENDARIO)
               MOVE CAL-DATA TO TABCAL-DATA(QTD-CALENDARIO)
               MOVE CAL-DATA-FIM TO TABCAL-DATA-FIM(QTD-CALENDARIO)
           END-IF.
           READ CALENDARIO AT END MOVE 1 TO FLAG-CALENDARIO.

       032-CARREGA-HORARIO.
           MOVE ZEROS TO QTD-HORARIO.
           OPEN INPUT HORARIO.
           IF WS-HOR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-HORARIO
               READ HORARIO AT END MOVE 1 TO FLAG-HORARIO
               END-READ
               PERFORM 033-CARREGA-HORARIO-ITEM
                   UNTIL FLAG-HORARIO EQUAL TO 1
               CLOSE HORARIO
           END-IF.

       033-CARREGA-HORARIO-ITEM.
      **
      * TABELA-HORARIO so comporta 300 linhas; alem disso as
      * excedentes sao ignoradas.
      **
           IF QTD-HORARIO LESS THAN 300
               ADD 1 TO QTD-HORARIO
               MOVE HOR-TURMA TO TABHOR-TURMA(QTD-HORARIO)
               MOVE HOR-MATERIA TO TABHOR-MATERIA(QTD-HORARIO)
               MOVE HOR-DIA-SEMANA TO TABHOR-DIA-SEMANA(QTD-HORARIO)
               MOVE HOR-AULAS TO TABHOR-AULAS(QTD-HORARIO)
           END-IF.
           READ HORARIO AT END MOVE 1 TO FLAG-HORARIO.

       034-CARREGA-CHAMADAS.
      **
      * Distinct turma, materia and date of every call of the year
      * on file. The lines of one call are written together, so a
      * line repeating the previous key is skipped without search.
      **
           MOVE ZEROS TO QTD-CHAMADAS.
           MOVE SPACES TO WRK-CHAVE-ANT.
           OPEN INPUT FREQUENCIA.
           IF WS-FREQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FREQUENCIA
               READ FREQUENCIA AT END MOVE 1 TO FLAG-FREQUENCIA
               END-READ
               PERFORM 035-CARREGA-CHAMADA-ITEM
                   UNTIL FLAG-FREQUENCIA EQUAL TO 1
               CLOSE FREQUENCIA
           END-IF.

       035-CARREGA-CHAMADA-ITEM.
      **
      * TABELA-CHAMADAS so comporta 3000 chamadas; alem disso as
      * excedentes sao ignoradas e o aviso e dado uma vez.
      **
           MOVE FRE-TURMA TO WRK-CHA-TURMA.
           MOVE FRE-MATERIA TO WRK-CHA-MATERIA.
           MOVE FRE-DATA TO WRK-CHA-DATA.
           IF FRE-DATA(1:4) EQUAL WRK-ANO
               AND WRK-CHAVE-CHAMADA NOT EQUAL WRK-CHAVE-ANT
               MOVE WRK-CHAVE-CHAMADA TO WRK-CHAVE-ANT
               PERFORM 036-PROCURA-CHAMADA
               IF WRK-CHAMADA-ACHADA EQUAL 'N'
                   IF QTD-CHAMADAS LESS THAN 3000
                       ADD 1 TO QTD-CHAMADAS
                       MOVE WRK-CHAVE-CHAMADA
                           TO TABCHA-CHAVE(QTD-CHAMADAS)
                   ELSE
                       IF QTD-CHAMADAS EQUAL 3000
                           DISPLAY 'AVISO: MAIS DE 3000 CHAMADAS NO '
                               'ANO - RELATORIO PODE ACUSAR DIAS COM '
                               'CHAMADA.'
                           ADD 1 TO QTD-CHAMADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ FREQUENCIA AT END MOVE 1 TO FLAG-FREQUENCIA.

       036-PROCURA-CHAMADA.
           MOVE 'N' TO WRK-CHAMADA-ACHADA.
           PERFORM 037-COMPARA-CHAMADA
               VARYING IDX-CHAMADA FROM 1 BY 1
               UNTIL IDX-CHAMADA GREATER THAN QTD-CHAMADAS
               OR IDX-CHAMADA GREATER THAN 3000
               OR WRK-CHAMADA-ACHADA EQUAL 'S'.

       037-COMPARA-CHAMADA.
           IF TABCHA-CHAVE(IDX-CHAMADA) EQUAL WRK-CHAVE-CHAMADA
               MOVE 'S' TO WRK-CHAMADA-ACHADA
           END-IF.

       040-DIAS-SEM-CHAMADA.
      **
      * For every turma and materia of the weekly timetable, the
      * dias letivos of the year - up to today - on which the
      * timetable has a class and no call is on file.
      **
           DISPLAY 'ANO LETIVO (AAAA, BRANCO = ATUAL): '.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-ANO-ENTRADA.
           ACCEPT WRK-ANO-ENTRADA.
           IF WRK-ANO-ENTRADA NUMERIC
               MOVE WRK-ANO-ENTRADA TO WRK-ANO
           ELSE
               MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO
           END-IF.
           PERFORM 030-CARREGA-CALENDARIO.
           PERFORM 032-CARREGA-HORARIO.
           IF WRK-CAL-INICIO EQUAL ZEROS OR WRK-CAL-FIM EQUAL ZEROS
               DISPLAY 'ANO SEM INICIO (I) OU FIM (F) NO CALENDARIO '
                   'ESCOLAR - CADASTRE-O NO PROG053.'
           ELSE
               IF QTD-HORARIO EQUAL ZEROS
                   DISPLAY 'GRADE SEMANAL VAZIA - CADASTRE-A NO '
                       'PROG053.'
               ELSE
                   PERFORM 034-CARREGA-CHAMADAS
                   PERFORM 060-APURA-ANO
                   PERFORM 041-RELATORIO-SEM-CHAMADA
               END-IF
           END-IF.

       041-RELATORIO-SEM-CHAMADA.
           DISPLAY '#########################################'.
           DISPLAY 'DIAS LETIVOS SEM CHAMADA - ' WRK-ANO.
           DISPLAY '#########################################'.
           MOVE ZEROS TO WRK-TOTAL-SEM-CHAMADA.
           MOVE SPACES TO WRK-GRUPO-ANT.
           MOVE ZEROS TO TABELA-AULAS-DIA.
           PERFORM 042-AGRUPA-GRADE
               VARYING IDX-HOR FROM 1 BY 1
               UNTIL IDX-HOR GREATER THAN QTD-HORARIO.
           PERFORM 043-VERIFICA-GRUPO.
           DISPLAY '#########################################'.
           MOVE WRK-TOTAL-SEM-CHAMADA TO COUNTER.
           DISPLAY COUNTER ' DIA(S) SEM CHAMADA.'.

       042-AGRUPA-GRADE.
           IF TABHOR-GRUPO(IDX-HOR) NOT EQUAL WRK-GRUPO-ANT
               IF WRK-GRUPO-ANT NOT EQUAL SPACES
                   PERFORM 043-VERIFICA-GRUPO
               END-IF
               MOVE TABHOR-GRUPO(IDX-HOR) TO WRK-GRUPO-ANT
               MOVE ZEROS TO TABELA-AULAS-DIA
           END-IF.
           MOVE TABHOR-AULAS(IDX-HOR)
               TO AULAS-DIA(TABHOR-DIA-SEMANA(IDX-HOR)).

       043-VERIFICA-GRUPO.
           MOVE ZEROS TO WRK-QTD-SEM-CHAMADA.
           MOVE WRK-GRUPO-ANT(1:6) TO WRK-CHA-TURMA.
           MOVE WRK-GRUPO-ANT(7:15) TO WRK-CHA-MATERIA.
           DISPLAY 'TURMA ' WRK-CHA-TURMA ' MATERIA ' WRK-CHA-MATERIA.
           PERFORM 044-VERIFICA-DIA
               VARYING IDX-LETIVO FROM 1 BY 1
               UNTIL IDX-LETIVO GREATER THAN QTD-LETIVOS.
           MOVE WRK-QTD-SEM-CHAMADA TO COUNTER.
           DISPLAY '    ' COUNTER ' DIA(S) SEM CHAMADA.'.
           ADD WRK-QTD-SEM-CHAMADA TO WRK-TOTAL-SEM-CHAMADA.

       044-VERIFICA-DIA.
           IF AULAS-DIA(TABLET-DIA-SEMANA(IDX-LETIVO)) GREATER THAN
               ZEROS
               MOVE TABLET-DATA(IDX-LETIVO) TO WRK-CHA-DATA
               PERFORM 036-PROCURA-CHAMADA
               IF WRK-CHAMADA-ACHADA EQUAL 'N'
                   ADD 1 TO WRK-QTD-SEM-CHAMADA
                   MOVE TABLET-DATA(IDX-LETIVO) TO WRK-DATA-ED
                   DISPLAY '    ' WRK-DATA-ED ' '
                       NOME-DIA(TABLET-DIA-SEMANA(IDX-LETIVO))
               END-IF
           END-IF.

       050-CARREGA-CADASTROS.
      **
      * Loads the subjects and assignments masters; without either
      * file the call keeps its free-text materia, as before them.
      **
           MOVE ZEROS TO QTD-MATERIAS.
           MOVE ZEROS TO QTD-ATRIBUICOES.
           OPEN INPUT MATERIAS.
           IF WS-MAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-MATERIAS
               READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS
               END-READ
               PERFORM 051-CARREGA-MATERIA-ITEM
                   UNTIL FLAG-MATERIAS EQUAL TO 1
               CLOSE MATERIAS
           END-IF.
           OPEN INPUT ATRIBUICOES.
           IF WS-ATR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ATRIBUICOES
               READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES
               END-READ
               PERFORM 052-CARREGA-ATRIBUICAO-ITEM
                   UNTIL FLAG-ATRIBUICOES EQUAL TO 1
               CLOSE ATRIBUICOES
           END-IF.
           IF QTD-MATERIAS GREATER THAN ZEROS
               AND WS-ATR-STATUS NOT EQUAL '35'
               MOVE 'S' TO WRK-VALIDA-CADASTRO
           ELSE
               MOVE 'N' TO WRK-VALIDA-CADASTRO
               DISPLAY 'AVISO: CADASTROS DE MATERIAS E ATRIBUICOES '
                   'AUSENTES - MATERIA SEM CONFERENCIA.'
           END-IF.

       051-CARREGA-MATERIA-ITEM.
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

       052-CARREGA-ATRIBUICAO-ITEM.
      **
      * TABELA-ATRIBUICOES so comporta 300 atribuicoes, o limite
      * do cadastro do PROG054.
      **
           IF QTD-ATRIBUICOES LESS THAN 300
               ADD 1 TO QTD-ATRIBUICOES
               MOVE ATR-TURMA TO TABATR-TURMA(QTD-ATRIBUICOES)
               MOVE ATR-MATERIA TO TABATR-MATERIA(QTD-ATRIBUICOES)
               MOVE ATR-ETAPA-FECHADA
                   TO TABATR-ETAPA-FECHADA(QTD-ATRIBUICOES)
               MOVE ATR-DATA-FECHAMENTO
                   TO TABATR-DATA-FECHAMENTO(QTD-ATRIBUICOES)
           END-IF.
           READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES.

       053-PROCURA-CODIGO-MATERIA.
           IF TABMAT-CODIGO(IDX-MATERIA) EQUAL WRK-MAT-CODIGO
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       054-PROCURA-NOME-MATERIA.
           IF TABMAT-NOME(IDX-MATERIA) EQUAL WRK-MATERIA
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       055-PROCURA-ATRIBUICAO.
           IF TABATR-TURMA(IDX-ATRIBUICAO) EQUAL WRK-TURMA
               AND TABATR-MATERIA(IDX-ATRIBUICAO) EQUAL WRK-MAT-CODIGO
               MOVE IDX-ATRIBUICAO TO IDX-ATR-ACHADA
           END-IF.

       056-GRAVA-AUDITORIA.
      **
      * One audit line per attendance line taken in a closed
      * diario; the first write on a brand-new machine builds the
      * file first.
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
               MOVE 'PROG025' TO AUD-PROGRAMA
               MOVE 'CHAMADA FECHADA' TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE WRK-TURMA TO AUD-CPF(1:6)
               MOVE WRK-MAT-CODIGO TO AUD-CPF(8:4)
               MOVE SPACES TO AUD-MOTIVO
               STRING WRK-NOME(1:9) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-DATA-DIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-PRESENCA DELIMITED BY SIZE
                   INTO AUD-MOTIVO
               END-STRING
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       060-APURA-ANO.
      **
      * Lists the dias letivos from the inicio of the year up to
      * today or the fim, whichever comes first.
      **
           MOVE ZEROS TO QTD-LETIVOS.
           MOVE WRK-CAL-FIM TO WRK-CAL-LIMITE.
           IF WRK-DATA-HOJE LESS THAN WRK-CAL-LIMITE
               MOVE WRK-DATA-HOJE TO WRK-CAL-LIMITE
           END-IF.
           IF WRK-CAL-LIMITE NOT LESS THAN WRK-CAL-INICIO
               COMPUTE WRK-CAL-NUM-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-LIMITE)
               PERFORM 061-APURA-DIA
                   VARYING WRK-CAL-NUM FROM
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-INICIO) BY 1
                   UNTIL WRK-CAL-NUM GREATER THAN WRK-CAL-NUM-FIM
                   OR QTD-LETIVOS NOT LESS THAN 400
           END-IF.

       061-APURA-DIA.
           COMPUTE WRK-CAL-DIA = FUNCTION DATE-OF-INTEGER(WRK-CAL-NUM).
           PERFORM 062-VERIFICA-LETIVO.
           IF WRK-DIA-LETIVO EQUAL 'S'
               ADD 1 TO QTD-LETIVOS
               MOVE WRK-CAL-DIA TO TABLET-DATA(QTD-LETIVOS)
               MOVE WRK-DIA-SEMANA TO TABLET-DIA-SEMANA(QTD-LETIVOS)
           END-IF.

       062-VERIFICA-LETIVO.
      **
      * Decides whether WRK-CAL-DIA (WRK-CAL-NUM) is a dia letivo:
      * inside the year, a weekday and neither feriado nor recesso
      * - or an extra school day. WRK-DIA-SEMANA is left at 1
      * (segunda) to 7 (domingo); day 1 of the integer calendar,
      * 1601-01-01, was a Monday.
      **
           COMPUTE WRK-CAL-AUX = WRK-CAL-NUM - 1.
           DIVIDE WRK-CAL-AUX BY 7 GIVING WRK-CAL-QUOC
               REMAINDER WRK-CAL-RESTO.
           COMPUTE WRK-DIA-SEMANA = WRK-CAL-RESTO + 1.
           MOVE 'N' TO WRK-DIA-LETIVO.
           MOVE 'N' TO WRK-DIA-FERIADO.
           MOVE 'N' TO WRK-DIA-EXTRA.
           IF WRK-CAL-DIA NOT LESS THAN WRK-CAL-INICIO
               AND WRK-CAL-DIA NOT GREATER THAN WRK-CAL-FIM
               PERFORM 063-VERIFICA-EVENTO
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
               IF WRK-DIA-EXTRA EQUAL 'S'
                   MOVE 'S' TO WRK-DIA-LETIVO
               ELSE
                   IF WRK-DIA-SEMANA LESS THAN 6
                       AND WRK-DIA-FERIADO EQUAL 'N'
                       MOVE 'S' TO WRK-DIA-LETIVO
                   END-IF
               END-IF
           END-IF.

       063-VERIFICA-EVENTO.
           EVALUATE TABCAL-TIPO(IDX-CAL)
               WHEN 'H'
                   IF TABCAL-DATA(IDX-CAL) EQUAL WRK-CAL-DIA
                       MOVE 'S' TO WRK-DIA-FERIADO
                   END-IF
               WHEN 'R'
                   IF WRK-CAL-DIA NOT LESS THAN TABCAL-DATA(IDX-CAL)
                       AND WRK-CAL-DIA NOT GREATER THAN
                       TABCAL-DATA-FIM(IDX-CAL)
                       MOVE 'S' TO WRK-DIA-FERIADO
                   END-IF
               WHEN 'L'
                   IF TABCAL-DATA(IDX-CAL) EQUAL WRK-CAL-DIA
                       MOVE 'S' TO WRK-DIA-EXTRA
                   END-IF
           END-EVALUATE.

       064-PROCURA-LIMITES.
           IF TABCAL-DATA(IDX-CAL)(1:4) EQUAL WRK-ANO
               IF TABCAL-TIPO(IDX-CAL) EQUAL 'I'
                   MOVE TABCAL-DATA(IDX-CAL) TO WRK-CAL-INICIO
               END-IF
               IF TABCAL-TIPO(IDX-CAL) EQUAL 'F'
                   MOVE TABCAL-DATA(IDX-CAL) TO WRK-CAL-FIM
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM PROG025.
