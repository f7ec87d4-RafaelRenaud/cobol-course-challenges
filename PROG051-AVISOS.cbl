      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG051.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * ALUNOS.TXT (PROG023) gives the responsavel each letter is
      * addressed to, with the matricula and turma of the student.
      *-----------------------
           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
      *-----------------------
      * FREQUENCIA.TXT (PROG025) is the attendance ledger the
      * absence rate of each aluno e materia is projected from;
      * TURMA.TXT (PROG024) carries the grades typed so far, the
      * partial average is taken from.
      *-----------------------
           SELECT FREQUENCIA ASSIGN TO 'FREQUENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.
           SELECT TURMA ASSIGN TO 'TURMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TURMA-STATUS.
      *-----------------------
      * CARTAS.TXT is the print-ready file of the week's letters,
      * rebuilt on every run - one page per student, dated and
      * addressed to the responsavel, the way PROG004 builds
      * BOLETIMPR.TXT. CARTASREG.TXT is the register of warnings
      * sent, appended on every run and read back so the same
      * warning is not repeated within the quiet period.
      *-----------------------
           SELECT CARTAS ASSIGN TO 'CARTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARTAS-STATUS.
           SELECT CARTASREG ASSIGN TO 'CARTASREG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRG-STATUS.
      *-----------------------
      * PROG051.PRM, when present, answers every prompt of the run
      * in order, so the weekly batch can be scheduled after hours;
      * EXECLOG.TXT keeps the start/end trail.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG051.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNO.
       FD FREQUENCIA.
       COPY FREQUENCIA.
       FD TURMA.
       COPY TURMA.
       FD CARTAS.
       01 CARTAS-REG PIC X(80).
       FD CARTASREG.
       COPY CARTAREG.
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FREQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS PIC X(2) VALUE SPACES.
       77 WS-CARTAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-CRG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
       77 FLAG-FREQUENCIA PIC 9(1) VALUE 0.
       77 FLAG-TURMA PIC 9(1) VALUE 0.
       77 FLAG-CARTASREG PIC 9(1) VALUE 0.
      *-----------------------
      * Parametros da rodada: carga horaria total (em branco, 100
      * horas-aula) para o limite de 25% de faltas, o percentual de
      * faltas a partir do qual a familia e avisada (em branco, 20%
      * - antes de o aluno estourar os 25%) e o periodo em dias sem
      * repetir o mesmo aviso (em branco, 30). A media parcial
      * abaixo de 7,0, a nota de aprovacao do PROG004, gera o aviso
      * de nota.
       77 WRK-CARGA-HORARIA PIC 9(4) VALUE 100.
       77 WRK-LIMITE-FALTAS PIC 9(4) VALUE ZEROS.
       77 WRK-PCT-ALERTA PIC 9(3)V9 VALUE 20,0.
       77 WRK-DIAS-SILENCIO PIC 9(3) VALUE 30.
       77 WRK-NOTA-MINIMA PIC 9(2)V9 VALUE 7,0.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-DIA-HOJE PIC 9(7) VALUE ZEROS.
       77 WRK-DIA-CARTA PIC 9(7) VALUE ZEROS.
      *-----------------------
      * Pesos da media ponderada, os mesmos do PROG004: N1=3,0
      * N2=3,0 N3=4,0. A media parcial so pesa as notas ja
      * lancadas (nota zero conta como ainda nao dada).
       77 PESO-N1 PIC 9V9 VALUE 3,0.
       77 PESO-N2 PIC 9V9 VALUE 3,0.
       77 PESO-N3 PIC 9V9 VALUE 4,0.
       77 WRK-SOMA-PESOS PIC 99V9 VALUE ZEROS.
       77 WRK-SOMA-NOTAS PIC 999V99 VALUE ZEROS.
      *-----------------------
      * Cadastro de alunos para o enderecamento das cartas; aluno
      * transferido para fora da escola nao recebe carta.
       01 TABELA-ALUNOS.
           05 ALUNO-ITEM OCCURS 300 TIMES.
               10 TABALU-MATRICULA PIC 9(6).
               10 TABALU-NOME PIC X(30).
               10 TABALU-TURMA PIC X(6).
               10 TABALU-RESPONSAVEL PIC X(30).
               10 TABALU-SITUACAO PIC X(1).
       77 QTD-ALUNOS PIC 9(3) VALUE ZEROS.
       77 IDX-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-ALU-ACHADO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Situacao de cada aluno e materia: aulas registradas e
      * faltas do livro de chamada, notas do TURMA.TXT, a projecao
      * e a media parcial apuradas e os avisos a emitir nesta
      * rodada (S) - ja descontados os repetidos dentro do periodo.
       01 TABELA-RISCO.
           05 RISCO-ITEM OCCURS 300 TIMES.
               10 TABRIS-NOME PIC X(30).
               10 TABRIS-TURMA PIC X(6).
               10 TABRIS-MATERIA PIC X(15).
               10 TABRIS-AULAS PIC 9(4).
               10 TABRIS-FALTAS PIC 9(4).
               10 TABRIS-N1 PIC 9(2)V9.
               10 TABRIS-N2 PIC 9(2)V9.
               10 TABRIS-N3 PIC 9(2)V9.
               10 TABRIS-TEM-NOTA PIC X(1).
               10 TABRIS-PCT PIC 9(3)V9.
               10 TABRIS-MEDIA PIC 9(2)V9.
               10 TABRIS-AVISO-FREQ PIC X(1).
               10 TABRIS-AVISO-NOTA PIC X(1).
               10 TABRIS-IMPRESSO PIC X(1).
       77 QTD-RISCO PIC 9(3) VALUE ZEROS.
       77 IDX-RISCO PIC 9(3) VALUE ZEROS.
       77 IDX-CARTAO PIC 9(3) VALUE ZEROS.
       77 IDX-RIS-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-RISCO PIC 9(1) VALUE 0.
       77 WRK-NOME-BUSCA PIC X(30) VALUE SPACES.
       77 WRK-MATERIA-BUSCA PIC X(15) VALUE SPACES.
      *-----------------------
      * Registro de cartas ja enviadas: a data mais recente de cada
      * aluno, materia e tipo de aviso.
       01 TABELA-ENVIADAS.
           05 ENVIADA-ITEM OCCURS 500 TIMES.
               10 TABENV-NOME PIC X(30).
               10 TABENV-MATERIA PIC X(15).
               10 TABENV-TIPO PIC X(1).
               10 TABENV-DATA PIC 9(8).
       77 QTD-ENVIADAS PIC 9(3) VALUE ZEROS.
       77 IDX-ENVIADA PIC 9(3) VALUE ZEROS.
       77 IDX-ENV-ACHADA PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-ENVIADAS PIC 9(1) VALUE 0.
       77 WRK-TIPO-BUSCA PIC X(1) VALUE SPACES.
       77 WRK-AVISO-REPETIDO PIC X(1) VALUE 'N'.
       77 WRK-QTD-SUPRIMIDOS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Carta em montagem e resumo por turma para a reuniao da
      * coordenacao.
       77 WRK-NOME-CARTA PIC X(30) VALUE SPACES.
       77 WRK-TURMA-CARTA PIC X(6) VALUE SPACES.
       77 WRK-MATRICULA-CARTA PIC 9(6) VALUE ZEROS.
       77 WRK-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO-CARTA PIC X(1) VALUE SPACES.
       77 WRK-CARTA-PENDENTE PIC X(1) VALUE 'N'.
       77 WRK-LINHA-CARTA PIC X(80) VALUE SPACES.
       77 WRK-PCT-ED PIC ZZ9,9 VALUE ZEROS.
       77 WRK-MEDIA-ED PIC Z9,9 VALUE ZEROS.
       77 WRK-QTD-CARTAS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED2 PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED3 PIC ZZZZ9 VALUE ZEROS.
       01 TABELA-RESUMO-TURMAS.
           05 RT-ITEM OCCURS 50 TIMES.
               10 RT-ID PIC X(6).
               10 RT-CARTAS PIC 9(5).
               10 RT-AVISOS-FREQ PIC 9(5).
               10 RT-AVISOS-NOTA PIC 9(5).
       77 QTD-RESUMO-TURMAS PIC 9(2) VALUE ZEROS.
       77 IDX-RT PIC 9(2) VALUE ZEROS.
       77 IDX-RT-ACHADA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Execucao sem operador: com PROG051.PRM presente, cada
      * resposta vem do arquivo em vez do console, e o inicio e o
      * fim da execucao ficam registrados em EXECLOG.TXT.
       77 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 PARM-ATIVO PIC X(1) VALUE 'N'.
       77 WRK-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): TURMA.TXT
      * conferido antes da avaliacao.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 030-ABRE-PARAMETROS.
           PERFORM 034-CONFERE-CONTROLE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               PERFORM 035-PROCESSA
           ELSE
               DISPLAY 'TURMA.TXT ALTERADO FORA DO SISTEMA - '
                   'EXECUCAO INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 032-ENCERRA-EXECUCAO.
           GOBACK.

       001-DEFINE-PARAMETROS.
      **
      * The three knobs of the weekly run; a blank or invalid
      * answer keeps the standard value.
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           MOVE WRK-DATA-HOJE TO WRK-DATA-ED.
           DISPLAY 'CARGA HORARIA TOTAL (BRANCO = 100): '.
           PERFORM 031-OBTEM-RESPOSTA.
           COMPUTE WRK-CARGA-HORARIA =
               FUNCTION NUMVAL(WRK-RESPOSTA).
           IF WRK-CARGA-HORARIA EQUAL ZEROS
               MOVE 100 TO WRK-CARGA-HORARIA
           END-IF.
           COMPUTE WRK-LIMITE-FALTAS = WRK-CARGA-HORARIA * 25 / 100.
           DISPLAY 'AVISAR A PARTIR DE QUANTOS % DE FALTAS '
               '(BRANCO = 20): '.
           PERFORM 031-OBTEM-RESPOSTA.
           COMPUTE WRK-PCT-ALERTA = FUNCTION NUMVAL(WRK-RESPOSTA).
           IF WRK-PCT-ALERTA EQUAL ZEROS
               OR WRK-PCT-ALERTA GREATER THAN 25,0
               MOVE 20,0 TO WRK-PCT-ALERTA
           END-IF.
           DISPLAY 'DIAS SEM REPETIR O MESMO AVISO (BRANCO = 30): '.
           PERFORM 031-OBTEM-RESPOSTA.
           COMPUTE WRK-DIAS-SILENCIO = FUNCTION NUMVAL(WRK-RESPOSTA).
           IF WRK-DIAS-SILENCIO EQUAL ZEROS
               MOVE 30 TO WRK-DIAS-SILENCIO
           END-IF.
           MOVE WRK-PCT-ALERTA TO WRK-PCT-ED.
           DISPLAY 'LIMITE DE FALTAS: ' WRK-LIMITE-FALTAS
               '  ALERTA: ' WRK-PCT-ED '%  SILENCIO: '
               WRK-DIAS-SILENCIO ' DIAS'.

       002-CARREGA-ALUNOS.
           MOVE ZEROS TO QTD-ALUNOS.
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: ALUNOS.TXT AUSENTE - CARTAS SAEM SEM O '
                   'NOME DO RESPONSAVEL.'
           ELSE
               MOVE 0 TO FLAG-ALUNOS
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
               PERFORM 003-CARREGA-ALUNO-ITEM
                   UNTIL FLAG-ALUNOS EQUAL TO 1
               CLOSE ALUNOS
           END-IF.

       003-CARREGA-ALUNO-ITEM.
      **
      * TABELA-ALUNOS so comporta 300 ocorrencias; alem disso os
      * excedentes saem sem o nome do responsavel.
      **
           IF QTD-ALUNOS LESS THAN 300
               ADD 1 TO QTD-ALUNOS
               MOVE ALU-MATRICULA TO TABALU-MATRICULA(QTD-ALUNOS)
               MOVE ALU-NOME TO TABALU-NOME(QTD-ALUNOS)
               MOVE ALU-TURMA TO TABALU-TURMA(QTD-ALUNOS)
               MOVE ALU-RESPONSAVEL TO TABALU-RESPONSAVEL(QTD-ALUNOS)
               MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
           END-IF.
           READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS.

       004-CARREGA-FREQUENCIA.
      **
      * Aggregates the attendance ledger into classes held and
      * absences per aluno e materia.
      **
           MOVE ZEROS TO QTD-RISCO.
           OPEN INPUT FREQUENCIA.
           IF WS-FREQ-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: FREQUENCIA.TXT AUSENTE - SO OS AVISOS '
                   'DE NOTA SERAO AVALIADOS.'
           ELSE
               MOVE 0 TO FLAG-FREQUENCIA
               READ FREQUENCIA AT END MOVE 1 TO FLAG-FREQUENCIA
               END-READ
               PERFORM 005-FREQUENCIA-ITEM
                   UNTIL FLAG-FREQUENCIA EQUAL TO 1
               CLOSE FREQUENCIA
           END-IF.

       005-FREQUENCIA-ITEM.
           MOVE FRE-NOME TO WRK-NOME-BUSCA.
           MOVE FRE-MATERIA TO WRK-MATERIA-BUSCA.
           PERFORM 011-ACHA-RISCO.
           IF IDX-RIS-ACHADO GREATER THAN ZEROS
               ADD 1 TO TABRIS-AULAS(IDX-RIS-ACHADO)
               IF FRE-PRESENCA EQUAL 'F'
                   ADD 1 TO TABRIS-FALTAS(IDX-RIS-ACHADO)
               END-IF
               IF TABRIS-TURMA(IDX-RIS-ACHADO) EQUAL SPACES
                   MOVE FRE-TURMA TO TABRIS-TURMA(IDX-RIS-ACHADO)
               END-IF
           END-IF.
           READ FREQUENCIA AT END MOVE 1 TO FLAG-FREQUENCIA.

       006-CARREGA-TURMA.
      **
      * Brings the grades typed so far next to the attendance of
      * the same aluno e materia.
      **
           OPEN INPUT TURMA.
           IF WS-TURMA-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: TURMA.TXT AUSENTE - SO OS AVISOS DE '
                   'FREQUENCIA SERAO AVALIADOS.'
           ELSE
               MOVE 0 TO FLAG-TURMA
               READ TURMA AT END MOVE 1 TO FLAG-TURMA
               END-READ
               PERFORM 007-TURMA-ITEM
                   UNTIL FLAG-TURMA EQUAL TO 1
               CLOSE TURMA
           END-IF.

       007-TURMA-ITEM.
           MOVE TURMA-NOME TO WRK-NOME-BUSCA.
           MOVE TURMA-MATERIA TO WRK-MATERIA-BUSCA.
           PERFORM 011-ACHA-RISCO.
           IF IDX-RIS-ACHADO GREATER THAN ZEROS
               MOVE TURMA-N1 TO TABRIS-N1(IDX-RIS-ACHADO)
               MOVE TURMA-N2 TO TABRIS-N2(IDX-RIS-ACHADO)
               MOVE TURMA-N3 TO TABRIS-N3(IDX-RIS-ACHADO)
               MOVE 'S' TO TABRIS-TEM-NOTA(IDX-RIS-ACHADO)
               IF TURMA-ID NOT EQUAL SPACES
                   MOVE TURMA-ID TO TABRIS-TURMA(IDX-RIS-ACHADO)
               END-IF
           END-IF.
           READ TURMA AT END MOVE 1 TO FLAG-TURMA.

       011-ACHA-RISCO.
      **
      * Finds the aluno e materia in TABELA-RISCO, creating it on
      * the first sight. The table holds 300 combinations; beyond
      * that the rest is left out with a single aviso.
      **
           MOVE ZEROS TO IDX-RIS-ACHADO.
           PERFORM 012-PROCURA-RISCO
               VARYING IDX-RISCO FROM 1 BY 1
               UNTIL IDX-RISCO GREATER THAN QTD-RISCO.
           IF IDX-RIS-ACHADO EQUAL ZEROS
               IF QTD-RISCO LESS THAN 300
                   ADD 1 TO QTD-RISCO
                   MOVE QTD-RISCO TO IDX-RIS-ACHADO
                   MOVE WRK-NOME-BUSCA TO TABRIS-NOME(QTD-RISCO)
                   MOVE WRK-MATERIA-BUSCA TO TABRIS-MATERIA(QTD-RISCO)
                   MOVE SPACES TO TABRIS-TURMA(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-AULAS(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-FALTAS(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-N1(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-N2(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-N3(QTD-RISCO)
                   MOVE 'N' TO TABRIS-TEM-NOTA(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-PCT(QTD-RISCO)
                   MOVE ZEROS TO TABRIS-MEDIA(QTD-RISCO)
                   MOVE 'N' TO TABRIS-AVISO-FREQ(QTD-RISCO)
                   MOVE 'N' TO TABRIS-AVISO-NOTA(QTD-RISCO)
                   MOVE 'N' TO TABRIS-IMPRESSO(QTD-RISCO)
               ELSE
                   IF FLAG-LIMITE-RISCO EQUAL 0
                       DISPLAY 'AVISO: MAIS DE 300 COMBINACOES DE '
                           'ALUNO E MATERIA - AVALIACAO PARCIAL.'
                       MOVE 1 TO FLAG-LIMITE-RISCO
                   END-IF
               END-IF
           END-IF.

       012-PROCURA-RISCO.
           IF TABRIS-NOME(IDX-RISCO) EQUAL WRK-NOME-BUSCA
               AND TABRIS-MATERIA(IDX-RISCO) EQUAL WRK-MATERIA-BUSCA
               MOVE IDX-RISCO TO IDX-RIS-ACHADO
           END-IF.

       008-CARREGA-ENVIADAS.
      **
      * Register of the letters already sent: keeps the latest
      * date of each aluno, materia and kind of warning. The table
      * holds 500; beyond that older warnings may be repeated, with
      * a single aviso.
      **
           MOVE ZEROS TO QTD-ENVIADAS.
           OPEN INPUT CARTASREG.
           IF WS-CRG-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CARTASREG
               READ CARTASREG AT END MOVE 1 TO FLAG-CARTASREG
               END-READ
               PERFORM 009-ENVIADA-ITEM
                   UNTIL FLAG-CARTASREG EQUAL TO 1
               CLOSE CARTASREG
           END-IF.

       009-ENVIADA-ITEM.
           MOVE CRG-NOME TO WRK-NOME-BUSCA.
           MOVE CRG-MATERIA TO WRK-MATERIA-BUSCA.
           MOVE CRG-TIPO TO WRK-TIPO-BUSCA.
           PERFORM 013-ACHA-ENVIADA.
           IF IDX-ENV-ACHADA GREATER THAN ZEROS
               IF CRG-DATA GREATER THAN TABENV-DATA(IDX-ENV-ACHADA)
                   MOVE CRG-DATA TO TABENV-DATA(IDX-ENV-ACHADA)
               END-IF
           ELSE
               IF QTD-ENVIADAS LESS THAN 500
                   ADD 1 TO QTD-ENVIADAS
                   MOVE CRG-NOME TO TABENV-NOME(QTD-ENVIADAS)
                   MOVE CRG-MATERIA TO TABENV-MATERIA(QTD-ENVIADAS)
                   MOVE CRG-TIPO TO TABENV-TIPO(QTD-ENVIADAS)
                   MOVE CRG-DATA TO TABENV-DATA(QTD-ENVIADAS)
               ELSE
                   IF FLAG-LIMITE-ENVIADAS EQUAL 0
                       DISPLAY 'AVISO: REGISTRO DE CARTAS EXCEDE 500 '
                           'AVISOS - ALGUNS PODEM SE REPETIR.'
                       MOVE 1 TO FLAG-LIMITE-ENVIADAS
                   END-IF
               END-IF
           END-IF.
           READ CARTASREG AT END MOVE 1 TO FLAG-CARTASREG.

       013-ACHA-ENVIADA.
           MOVE ZEROS TO IDX-ENV-ACHADA.
           PERFORM 021-PROCURA-ENVIADA
               VARYING IDX-ENVIADA FROM 1 BY 1
               UNTIL IDX-ENVIADA GREATER THAN QTD-ENVIADAS.

       021-PROCURA-ENVIADA.
           IF TABENV-NOME(IDX-ENVIADA) EQUAL WRK-NOME-BUSCA
               AND TABENV-MATERIA(IDX-ENVIADA) EQUAL WRK-MATERIA-BUSCA
               AND TABENV-TIPO(IDX-ENVIADA) EQUAL WRK-TIPO-BUSCA
               MOVE IDX-ENVIADA TO IDX-ENV-ACHADA
           END-IF.

       010-AVALIA-RISCOS.
      **
      * One aluno e materia: the absence rate of the classes held
      * so far is the projection for the whole term - at or above
      * the alert percentage the family is warned before the 25%
      * ceiling is crossed. The partial average weighs only the
      * grades already given. A warning sent within the quiet
      * period is not repeated.
      **
           IF TABRIS-AULAS(IDX-RISCO) GREATER THAN ZEROS
               COMPUTE TABRIS-PCT(IDX-RISCO) ROUNDED =
                   TABRIS-FALTAS(IDX-RISCO) * 100
                   / TABRIS-AULAS(IDX-RISCO)
               IF TABRIS-PCT(IDX-RISCO) NOT LESS THAN WRK-PCT-ALERTA
                   MOVE 'F' TO WRK-TIPO-BUSCA
                   PERFORM 017-VERIFICA-REPETIDO
                   IF WRK-AVISO-REPETIDO EQUAL 'N'
                       MOVE 'S' TO TABRIS-AVISO-FREQ(IDX-RISCO)
                   END-IF
               END-IF
           END-IF.
           IF TABRIS-TEM-NOTA(IDX-RISCO) EQUAL 'S'
               MOVE ZEROS TO WRK-SOMA-PESOS
               MOVE ZEROS TO WRK-SOMA-NOTAS
               IF TABRIS-N1(IDX-RISCO) GREATER THAN ZEROS
                   ADD PESO-N1 TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS
                       + TABRIS-N1(IDX-RISCO) * PESO-N1
               END-IF
               IF TABRIS-N2(IDX-RISCO) GREATER THAN ZEROS
                   ADD PESO-N2 TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS
                       + TABRIS-N2(IDX-RISCO) * PESO-N2
               END-IF
               IF TABRIS-N3(IDX-RISCO) GREATER THAN ZEROS
                   ADD PESO-N3 TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS
                       + TABRIS-N3(IDX-RISCO) * PESO-N3
               END-IF
               IF WRK-SOMA-PESOS GREATER THAN ZEROS
                   COMPUTE TABRIS-MEDIA(IDX-RISCO) ROUNDED =
                       WRK-SOMA-NOTAS / WRK-SOMA-PESOS
                   IF TABRIS-MEDIA(IDX-RISCO) LESS THAN WRK-NOTA-MINIMA
                       MOVE 'N' TO WRK-TIPO-BUSCA
                       PERFORM 017-VERIFICA-REPETIDO
                       IF WRK-AVISO-REPETIDO EQUAL 'N'
                           MOVE 'S' TO TABRIS-AVISO-NOTA(IDX-RISCO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       017-VERIFICA-REPETIDO.
           MOVE TABRIS-NOME(IDX-RISCO) TO WRK-NOME-BUSCA.
           MOVE TABRIS-MATERIA(IDX-RISCO) TO WRK-MATERIA-BUSCA.
           PERFORM 013-ACHA-ENVIADA.
           MOVE 'N' TO WRK-AVISO-REPETIDO.
           IF IDX-ENV-ACHADA GREATER THAN ZEROS
               COMPUTE WRK-DIA-CARTA = FUNCTION INTEGER-OF-DATE
                   (TABENV-DATA(IDX-ENV-ACHADA))
               IF WRK-DIA-HOJE - WRK-DIA-CARTA LESS THAN
                   WRK-DIAS-SILENCIO
                   MOVE 'S' TO WRK-AVISO-REPETIDO
                   ADD 1 TO WRK-QTD-SUPRIMIDOS
               END-IF
           END-IF.

       014-EMITE-CARTAS.
      **
      * One letter per student with any warning left to send,
      * listing every materia at risk; each warning printed goes
      * to the register with today's date.
      **
           OPEN OUTPUT CARTAS.
           IF WS-CARTAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CARTAS.TXT - FILE STATUS: '
                   WS-CARTAS-STATUS
           ELSE
               OPEN EXTEND CARTASREG
               IF WS-CRG-STATUS EQUAL '35'
                   OPEN OUTPUT CARTASREG
                   CLOSE CARTASREG
                   OPEN EXTEND CARTASREG
               END-IF
               MOVE ZEROS TO WRK-QTD-CARTAS
               PERFORM 015-CARTA-ALUNO
                   VARYING IDX-RISCO FROM 1 BY 1
                   UNTIL IDX-RISCO GREATER THAN QTD-RISCO
               CLOSE CARTASREG
               CLOSE CARTAS
               MOVE 'CARTAS.TXT' TO SPP-ARQUIVO
               MOVE 'CARTAS DE AVISO AOS RESPONSAVEIS'
                   TO SPP-DESCRICAO
               PERFORM 036-GUARDA-SPOOL
               MOVE WRK-QTD-CARTAS TO WRK-QTD-ED
               DISPLAY 'CARTAS EMITIDAS: ' WRK-QTD-ED
                   ' (CARTAS.TXT)'
               MOVE WRK-QTD-SUPRIMIDOS TO WRK-QTD-ED
               DISPLAY 'AVISOS NAO REPETIDOS (DENTRO DO PERIODO): '
                   WRK-QTD-ED
           END-IF.

       015-CARTA-ALUNO.
           IF TABRIS-IMPRESSO(IDX-RISCO) EQUAL 'N'
               MOVE TABRIS-NOME(IDX-RISCO) TO WRK-NOME-CARTA
               MOVE 'N' TO WRK-CARTA-PENDENTE
               MOVE SPACES TO WRK-TURMA-CARTA
               PERFORM 016-VERIFICA-CARTA
                   VARYING IDX-CARTAO FROM IDX-RISCO BY 1
                   UNTIL IDX-CARTAO GREATER THAN QTD-RISCO
               IF WRK-CARTA-PENDENTE EQUAL 'S'
                   PERFORM 018-ENDERECA-CARTA
               END-IF
               IF WRK-CARTA-PENDENTE EQUAL 'S'
                   PERFORM 019-CABECALHO-CARTA
                   PERFORM 020-LINHA-CARTA
                       VARYING IDX-CARTAO FROM IDX-RISCO BY 1
                       UNTIL IDX-CARTAO GREATER THAN QTD-RISCO
                   PERFORM 023-RODAPE-CARTA
                   ADD 1 TO WRK-QTD-CARTAS
                   MOVE WRK-TURMA-CARTA TO WRK-NOME-BUSCA
                   PERFORM 024-ACHA-TURMA
                   IF IDX-RT-ACHADA GREATER THAN ZEROS
                       ADD 1 TO RT-CARTAS(IDX-RT-ACHADA)
                   END-IF
               END-IF
           END-IF.

       016-VERIFICA-CARTA.
           IF TABRIS-NOME(IDX-CARTAO) EQUAL WRK-NOME-CARTA
               IF TABRIS-AVISO-FREQ(IDX-CARTAO) EQUAL 'S'
                   OR TABRIS-AVISO-NOTA(IDX-CARTAO) EQUAL 'S'
                   MOVE 'S' TO WRK-CARTA-PENDENTE
                   IF TABRIS-TURMA(IDX-CARTAO) NOT EQUAL SPACES
                       MOVE TABRIS-TURMA(IDX-CARTAO)
                           TO WRK-TURMA-CARTA
                   END-IF
               END-IF
               MOVE 'S' TO TABRIS-IMPRESSO(IDX-CARTAO)
           END-IF.

       018-ENDERECA-CARTA.
      **
      * The responsavel and matricula come from the enrollment
      * master; a student not enrolled gets a generic salutation
      * and one transferred out of the school gets no letter.
      **
           MOVE SPACES TO WRK-RESPONSAVEL.
           MOVE SPACES TO WRK-SITUACAO-CARTA.
           MOVE ZEROS TO WRK-MATRICULA-CARTA.
           MOVE ZEROS TO IDX-ALU-ACHADO.
           PERFORM 025-PROCURA-ALUNO
               VARYING IDX-ALUNO FROM 1 BY 1
               UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS.
           IF IDX-ALU-ACHADO GREATER THAN ZEROS
               MOVE TABALU-RESPONSAVEL(IDX-ALU-ACHADO)
                   TO WRK-RESPONSAVEL
               MOVE TABALU-MATRICULA(IDX-ALU-ACHADO)
                   TO WRK-MATRICULA-CARTA
               MOVE TABALU-SITUACAO(IDX-ALU-ACHADO)
                   TO WRK-SITUACAO-CARTA
               IF WRK-TURMA-CARTA EQUAL SPACES
                   MOVE TABALU-TURMA(IDX-ALU-ACHADO)
                       TO WRK-TURMA-CARTA
               END-IF
           END-IF.
           IF WRK-RESPONSAVEL EQUAL SPACES
               MOVE 'RESPONSAVEL PELO(A) ALUNO(A)' TO WRK-RESPONSAVEL
           END-IF.
           IF WRK-SITUACAO-CARTA EQUAL 'T'
               MOVE 'N' TO WRK-CARTA-PENDENTE
           END-IF.

       025-PROCURA-ALUNO.
           IF TABALU-NOME(IDX-ALUNO) EQUAL WRK-NOME-CARTA
               MOVE IDX-ALUNO TO IDX-ALU-ACHADO
           END-IF.

       019-CABECALHO-CARTA.
           MOVE ALL '=' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'COLEGIO - AVISO AOS RESPONSAVEIS' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'DATA: ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-LINHA-CARTA
           END-STRING.
           MOVE WRK-LINHA-CARTA TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'A(O) SR(A). ' DELIMITED BY SIZE
               WRK-RESPONSAVEL DELIMITED BY SIZE
               INTO WRK-LINHA-CARTA
           END-STRING.
           MOVE WRK-LINHA-CARTA TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO WRK-LINHA-CARTA.
           STRING 'ALUNO(A): ' DELIMITED BY SIZE
               WRK-NOME-CARTA DELIMITED BY SIZE
               ' MATRICULA: ' DELIMITED BY SIZE
               WRK-MATRICULA-CARTA DELIMITED BY SIZE
               ' TURMA: ' DELIMITED BY SIZE
               WRK-TURMA-CARTA DELIMITED BY SIZE
               INTO WRK-LINHA-CARTA
           END-STRING.
           MOVE WRK-LINHA-CARTA TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE ALL '-' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'COMUNICAMOS QUE O(A) ALUNO(A) ACIMA ESTA EM RISCO '
               TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'NAS MATERIAS ABAIXO:' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO CARTAS-REG.
           WRITE CARTAS-REG.

       020-LINHA-CARTA.
      **
      * One warning line per materia and kind, each one logged in
      * the register and counted for its turma.
      **
           IF TABRIS-NOME(IDX-CARTAO) EQUAL WRK-NOME-CARTA
               IF TABRIS-AVISO-FREQ(IDX-CARTAO) EQUAL 'S'
                   MOVE TABRIS-PCT(IDX-CARTAO) TO WRK-PCT-ED
                   MOVE SPACES TO WRK-LINHA-CARTA
                   STRING '  ' DELIMITED BY SIZE
                       TABRIS-MATERIA(IDX-CARTAO) DELIMITED BY SIZE
                       ' FALTAS: ' DELIMITED BY SIZE
                       TABRIS-FALTAS(IDX-CARTAO) DELIMITED BY SIZE
                       ' EM ' DELIMITED BY SIZE
                       TABRIS-AULAS(IDX-CARTAO) DELIMITED BY SIZE
                       ' AULAS (' DELIMITED BY SIZE
                       WRK-PCT-ED DELIMITED BY SIZE
                       '%) - LIMITE 25%' DELIMITED BY SIZE
                       INTO WRK-LINHA-CARTA
                   END-STRING
                   MOVE WRK-LINHA-CARTA TO CARTAS-REG
                   WRITE CARTAS-REG
                   MOVE 'F' TO CRG-TIPO
                   PERFORM 026-REGISTRA-AVISO
               END-IF
               IF TABRIS-AVISO-NOTA(IDX-CARTAO) EQUAL 'S'
                   MOVE TABRIS-MEDIA(IDX-CARTAO) TO WRK-MEDIA-ED
                   MOVE SPACES TO WRK-LINHA-CARTA
                   STRING '  ' DELIMITED BY SIZE
                       TABRIS-MATERIA(IDX-CARTAO) DELIMITED BY SIZE
                       ' MEDIA PARCIAL: ' DELIMITED BY SIZE
                       WRK-MEDIA-ED DELIMITED BY SIZE
                       ' - MINIMO PARA APROVACAO 7,0'
                           DELIMITED BY SIZE
                       INTO WRK-LINHA-CARTA
                   END-STRING
                   MOVE WRK-LINHA-CARTA TO CARTAS-REG
                   WRITE CARTAS-REG
                   MOVE 'N' TO CRG-TIPO
                   PERFORM 026-REGISTRA-AVISO
               END-IF
           END-IF.

       026-REGISTRA-AVISO.
           MOVE WRK-MATRICULA-CARTA TO CRG-MATRICULA.
           MOVE WRK-NOME-CARTA TO CRG-NOME.
           MOVE WRK-TURMA-CARTA TO CRG-TURMA.
           MOVE TABRIS-MATERIA(IDX-CARTAO) TO CRG-MATERIA.
           MOVE WRK-DATA-HOJE TO CRG-DATA.
           WRITE CARTAREG-REG.
           MOVE WRK-TURMA-CARTA TO WRK-NOME-BUSCA.
           PERFORM 024-ACHA-TURMA.
           IF IDX-RT-ACHADA GREATER THAN ZEROS
               IF CRG-TIPO EQUAL 'F'
                   ADD 1 TO RT-AVISOS-FREQ(IDX-RT-ACHADA)
               ELSE
                   ADD 1 TO RT-AVISOS-NOTA(IDX-RT-ACHADA)
               END-IF
           END-IF.

       023-RODAPE-CARTA.
           MOVE SPACES TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'PEDIMOS O COMPARECIMENTO A SECRETARIA PARA TRATAR '
               TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'DO ACOMPANHAMENTO DO(A) ALUNO(A).' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE '________________________________' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE 'COORDENACAO PEDAGOGICA' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE ALL '=' TO CARTAS-REG.
           WRITE CARTAS-REG.
           MOVE SPACES TO CARTAS-REG.
           WRITE CARTAS-REG.

       024-ACHA-TURMA.
      **
      * Finds (or opens) the turma bucket of the summary; the table
      * holds 50 turmas, beyond that the summary comes out partial.
      **
           MOVE ZEROS TO IDX-RT-ACHADA.
           PERFORM 027-PROCURA-TURMA
               VARYING IDX-RT FROM 1 BY 1
               UNTIL IDX-RT GREATER THAN QTD-RESUMO-TURMAS.
           IF IDX-RT-ACHADA EQUAL ZEROS
               AND QTD-RESUMO-TURMAS LESS THAN 50
               ADD 1 TO QTD-RESUMO-TURMAS
               MOVE QTD-RESUMO-TURMAS TO IDX-RT-ACHADA
               MOVE WRK-NOME-BUSCA TO RT-ID(IDX-RT-ACHADA)
               MOVE ZEROS TO RT-CARTAS(IDX-RT-ACHADA)
               MOVE ZEROS TO RT-AVISOS-FREQ(IDX-RT-ACHADA)
               MOVE ZEROS TO RT-AVISOS-NOTA(IDX-RT-ACHADA)
           END-IF.

       027-PROCURA-TURMA.
           IF RT-ID(IDX-RT) EQUAL WRK-NOME-BUSCA(1:6)
               MOVE IDX-RT TO IDX-RT-ACHADA
           END-IF.

       022-RESUMO-TURMAS.
      **
      * Letters issued per turma, for the coordination meeting.
      **
           DISPLAY '############'.
           DISPLAY 'CARTAS EMITIDAS POR TURMA - ' WRK-DATA-ED.
           DISPLAY '############'.
           IF QTD-RESUMO-TURMAS EQUAL ZEROS
               DISPLAY 'NENHUMA CARTA EMITIDA NESTA RODADA.'
           ELSE
               PERFORM 028-LINHA-RESUMO
                   VARYING IDX-RT FROM 1 BY 1
                   UNTIL IDX-RT GREATER THAN QTD-RESUMO-TURMAS
           END-IF.

       028-LINHA-RESUMO.
           MOVE RT-CARTAS(IDX-RT) TO WRK-QTD-ED.
           MOVE RT-AVISOS-FREQ(IDX-RT) TO WRK-QTD-ED2.
           MOVE RT-AVISOS-NOTA(IDX-RT) TO WRK-QTD-ED3.
           DISPLAY 'TURMA ' RT-ID(IDX-RT)
               ' CARTAS: ' WRK-QTD-ED
               ' AVISOS DE FALTA: ' WRK-QTD-ED2
               ' AVISOS DE NOTA: ' WRK-QTD-ED3.

       030-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG051.PRM on disk the run takes
      * every answer from it, one per line, in prompt order. The
      * start of the run is logged either way.
      **
           OPEN INPUT PARAMETROS.
           IF WS-PARM-STATUS EQUAL '00'
               MOVE 'S' TO PARM-ATIVO
               DISPLAY 'EXECUCAO SEM OPERADOR VIA PROG051.PRM.'
           ELSE
               MOVE 'N' TO PARM-ATIVO
           END-IF.
           MOVE 'INICIO' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           PERFORM 033-GRAVA-EXECLOG.

       031-OBTEM-RESPOSTA.
      **
      * One answer: the next PROG051.PRM line when the run is
      * unattended, the console otherwise.
      **
           MOVE SPACES TO WRK-RESPOSTA.
           IF PARM-ATIVO EQUAL 'S'
               READ PARAMETROS
                   NOT AT END MOVE PARM-REG TO WRK-RESPOSTA
               END-READ
           ELSE
               ACCEPT WRK-RESPOSTA
           END-IF.

       032-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               MOVE WRK-QTD-CARTAS TO WRK-QTD-ED
               STRING 'CARTAS EMITIDAS ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-EXELOG-DETALHE
               END-STRING
           ELSE
               MOVE 'ARQUIVO DIVERGENTE' TO WRK-EXELOG-DETALHE
           END-IF.
           PERFORM 033-GRAVA-EXECLOG.
           IF PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
           END-IF.

       033-GRAVA-EXECLOG.
      **
      * One line of the run log; the first write on a brand-new
      * machine builds the file first.
      **
           OPEN EXTEND EXECLOG.
           IF WS-EXELOG-STATUS EQUAL '35'
               OPEN OUTPUT EXECLOG
               CLOSE EXECLOG
               OPEN EXTEND EXECLOG
           END-IF.
           IF WS-EXELOG-STATUS EQUAL '00'
               ACCEPT EXELOG-DATA FROM DATE YYYYMMDD
               ACCEPT EXELOG-HORA FROM TIME
               MOVE 'PROG051' TO EXELOG-PROGRAMA
               MOVE WRK-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WRK-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       034-CONFERE-CONTROLE.
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
           MOVE 'PROG051' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       035-PROCESSA.
      **
      * The evaluation itself, once TURMA.TXT has checked out.
      **
           PERFORM 001-DEFINE-PARAMETROS.
           PERFORM 002-CARREGA-ALUNOS.
           PERFORM 004-CARREGA-FREQUENCIA.
           PERFORM 006-CARREGA-TURMA.
           IF QTD-RISCO EQUAL ZEROS
               DISPLAY 'NENHUMA CHAMADA EM FREQUENCIA.TXT NEM NOTA EM '
                   'TURMA.TXT - NADA A AVALIAR.'
           ELSE
               PERFORM 008-CARREGA-ENVIADAS
               PERFORM 010-AVALIA-RISCOS
                   VARYING IDX-RISCO FROM 1 BY 1
                   UNTIL IDX-RISCO GREATER THAN QTD-RISCO
               PERFORM 014-EMITE-CARTAS
               PERFORM 022-RESUMO-TURMAS
           END-IF.

       036-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG051' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG051.
