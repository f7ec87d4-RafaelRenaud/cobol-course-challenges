      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG060.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Table capacity report. Some programs still load a whole
      * file into an OCCURS table and stop (or skip the excess)
      * once it is full. The catalogue (TABELA-CAPACIDADE) lists
      * each such file with the smallest table that loads it and
      * the programs involved; the file is counted here and the
      * count set against that limit, so a table is enlarged or
      * reworked before it fills up instead of after.
      * The record count is the most the table could need - a
      * program that loads only one competencia or one year of the
      * file uses less.
      * Files whose per-employee table was replaced by a SORT or a
      * sequential work file stay in the catalogue as type O: they
      * are still counted, so the volume is followed, but they
      * have no ceiling and never show as full.
      *-----------------------
      * ARQUIVO is whichever sequential file of the catalogue is
      * being counted, named in WRK-ARQ-NOME before the OPEN.
      *-----------------------
           SELECT ARQUIVO ASSIGN USING WRK-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
      *-----------------------
      * FUNCIONARIOS.DAT and USUARIOS.DAT are indexed, so each is
      * counted through its own SELECT, reading it in key order.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT USUARIOS ASSIGN TO 'USUARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           FILE STATUS IS WS-USU-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ARQUIVO.
       01 ARQ-REG PIC X(300).
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD USUARIOS.
       COPY USUARIO.
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-ARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-USU-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 WRK-ARQ-NOME PIC X(16) VALUE SPACES.
      *-----------------------
      * Catalogo de capacidade: arquivo, tipo (S = sequencial,
      * I = indexado, O = ordenado por SORT ou arquivo de trabalho,
      * sem limite), menor tabela que o carrega e os programas
      * que carregam o arquivo numa tabela.
       01 TABELA-CAPACIDADE-DADOS.
           05 FILLER PIC X(22) VALUE 'AJUSTELOG.TXT   S00500'.
           05 FILLER PIC X(48) VALUE 'PROG003'.
           05 FILLER PIC X(22) VALUE 'ALIQUOTAS.TXT   S00050'.
           05 FILLER PIC X(48) VALUE 'PROG002/038'.
           05 FILLER PIC X(22) VALUE 'ALUNOS.TXT      S00300'.
           05 FILLER PIC X(48) VALUE
               'PROG004/023/025/051/052/056'.
           05 FILLER PIC X(22) VALUE 'ATIVIDADE.TXT   S00300'.
           05 FILLER PIC X(48) VALUE 'PROG004'.
           05 FILLER PIC X(22) VALUE 'ATRIBUICOES.TXT S00300'.
           05 FILLER PIC X(48) VALUE 'PROG024/025/054/055'.
           05 FILLER PIC X(22) VALUE 'CALENDARIO.TXT  S00200'.
           05 FILLER PIC X(48) VALUE 'PROG004/025/053'.
           05 FILLER PIC X(22) VALUE 'CARTASREG.TXT   S00500'.
           05 FILLER PIC X(48) VALUE 'PROG051'.
           05 FILLER PIC X(22) VALUE 'CONSIGNADOS.TXT O00000'.
           05 FILLER PIC X(48) VALUE
               'PROG002 REPASSE - SORT REPSORT.TMP'.
           05 FILLER PIC X(22) VALUE 'CONTABIL.TXT    S00200'.
           05 FILLER PIC X(48) VALUE 'PROG002/042'.
           05 FILLER PIC X(22) VALUE 'CONVENIOS.TXT   S00100'.
           05 FILLER PIC X(48) VALUE 'PROG002'.
           05 FILLER PIC X(22) VALUE 'EMPRESAS.TXT    S00100'.
           05 FILLER PIC X(48) VALUE
               'PROG002/008/009/033/038-040/042/044/046/047/048'.
           05 FILLER PIC X(22) VALUE 'EVENTOS.TXT     S00100'.
           05 FILLER PIC X(48) VALUE 'PROG002'.
           05 FILLER PIC X(22) VALUE 'FAIXAS.TXT      S00030'.
           05 FILLER PIC X(48) VALUE 'PROG002/037 (LINHAS VIGENTES)'.
           05 FILLER PIC X(22) VALUE 'FOLHA.TXT       O00000'.
           05 FILLER PIC X(48) VALUE
               'PROG002 CTB-FUNC - SORT CTBSORT.TMP'.
           05 FILLER PIC X(22) VALUE 'FOLHAARQ.TXT    O00000'.
           05 FILLER PIC X(48) VALUE
               'PROG002 PREVIA-ANT - SORT PRVSORT.TMP'.
           05 FILLER PIC X(22) VALUE 'FREQUENCIA.TXT  S03000'.
           05 FILLER PIC X(48) VALUE 'PROG025'.
           05 FILLER PIC X(22) VALUE 'FUNCIONARIOS.DATI00500'.
           05 FILLER PIC X(48) VALUE 'PROG002/041/046'.
           05 FILLER PIC X(22) VALUE 'HORARIO.TXT     S00300'.
           05 FILLER PIC X(48) VALUE 'PROG004/025/053'.
           05 FILLER PIC X(22) VALUE 'JOBSTREAM.TXT   S00050'.
           05 FILLER PIC X(48) VALUE 'PROG058'.
           05 FILLER PIC X(22) VALUE 'MATERIAS.TXT    S00100'.
           05 FILLER PIC X(48) VALUE 'PROG024/025/054/055/056'.
           05 FILLER PIC X(22) VALUE 'OPERADORES.TXT  S00020'.
           05 FILLER PIC X(48) VALUE 'PROG001/013/032'.
           05 FILLER PIC X(22) VALUE 'ORCAMENTOS.TXT  S01200'.
           05 FILLER PIC X(48) VALUE 'PROG047'.
           05 FILLER PIC X(22) VALUE 'PERMISSOES.TXT  S00020'.
           05 FILLER PIC X(48) VALUE 'PROG001'.
           05 FILLER PIC X(22) VALUE 'PREVMOV.TMP     O00000'.
           05 FILLER PIC X(48) VALUE
               'PROG002 PREVIA-MOV - ARQUIVO DE TRABALHO'.
           05 FILLER PIC X(22) VALUE 'PROFESSORES.TXT S00100'.
           05 FILLER PIC X(48) VALUE 'PROG054/055'.
           05 FILLER PIC X(22) VALUE 'RECUPERACAO.TXT S00300'.
           05 FILLER PIC X(48) VALUE 'PROG004/050'.
           05 FILLER PIC X(22) VALUE 'REMESSA.TXT     S00500'.
           05 FILLER PIC X(48) VALUE 'PROG018'.
           05 FILLER PIC X(22) VALUE 'RESCISOES.TXT   O00000'.
           05 FILLER PIC X(48) VALUE
               'PROG002 - ARQUIVO DE TRABALHO RESCPAGA.TMP'.
           05 FILLER PIC X(22) VALUE 'RETLEGAL.TXT    S00200'.
           05 FILLER PIC X(48) VALUE 'PROG057'.
           05 FILLER PIC X(22) VALUE 'TREINO.TXT      S00500'.
           05 FILLER PIC X(48) VALUE 'PROG005'.
           05 FILLER PIC X(22) VALUE 'TURMA.TXT       S00300'.
           05 FILLER PIC X(48) VALUE 'PROG024'.
           05 FILLER PIC X(22) VALUE 'USUARIOS.DAT    I00500'.
           05 FILLER PIC X(48) VALUE
               'PROG057 (CANDIDATOS INATIVOS POR EXECUCAO)'.
       01 TABELA-CAPACIDADE REDEFINES TABELA-CAPACIDADE-DADOS.
           05 CAPACIDADE-ITEM OCCURS 33 TIMES.
               10 TABCAP-ARQUIVO PIC X(16).
               10 TABCAP-TIPO PIC X(1).
               10 TABCAP-LIMITE PIC 9(5).
               10 TABCAP-PROGRAMAS PIC X(48).
       77 IDX-CAP PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Uso de cada arquivo e a faixa de alerta: a partir de 80%
      * do limite o arquivo sai como PROXIMO DO LIMITE.
       77 WRK-PCT-ALERTA PIC 9(3) VALUE 80.
       77 QTD-REGISTROS PIC 9(7) VALUE ZEROS.
       77 WRK-PCT-USO PIC 9(5) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(17) VALUE SPACES.
       77 QTD-ESTOURADOS PIC 9(3) VALUE ZEROS.
       77 QTD-PROXIMOS PIC 9(3) VALUE ZEROS.
       77 QTD-AUSENTES PIC 9(3) VALUE ZEROS.
       77 QTD-SEM-LIMITE PIC 9(3) VALUE ZEROS.
      *-----------------------
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-QTD-ED PIC Z(6)9 VALUE ZEROS.
       77 WRK-LIMITE-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-CONT2-ED PIC ZZ9 VALUE ZEROS.
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ED.
           MOVE 'INICIO' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           PERFORM 009-GRAVA-EXECLOG.
           DISPLAY '#########################################'.
           DISPLAY 'CAPACIDADE DAS TABELAS - ' WRK-DATA-ED.
           DISPLAY '#########################################'.
           DISPLAY 'ARQUIVO          REGISTROS LIMITE  USO% SITUACAO'.
           DISPLAY '-----------------------------------------'.
           MOVE ZEROS TO QTD-ESTOURADOS.
           MOVE ZEROS TO QTD-PROXIMOS.
           MOVE ZEROS TO QTD-AUSENTES.
           MOVE ZEROS TO QTD-SEM-LIMITE.
           PERFORM 001-CONFERE-ARQUIVO
               VARYING IDX-CAP FROM 1 BY 1
               UNTIL IDX-CAP GREATER THAN 33.
           PERFORM 008-RESUMO.
           MOVE 'FIM' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           MOVE QTD-ESTOURADOS TO WRK-CONT-ED.
           MOVE QTD-PROXIMOS TO WRK-CONT2-ED.
           STRING 'CHEIOS ' DELIMITED BY SIZE
               WRK-CONT-ED DELIMITED BY SIZE
               ' PROXIMOS ' DELIMITED BY SIZE
               WRK-CONT2-ED DELIMITED BY SIZE
               INTO WS-EXELOG-DETALHE
           END-STRING.
           PERFORM 009-GRAVA-EXECLOG.
           GOBACK.

       001-CONFERE-ARQUIVO.
      **
      * One catalogue entry: count the file, then set the count
      * against the limit of the smallest table that loads it.
      **
           MOVE ZEROS TO QTD-REGISTROS.
           IF TABCAP-TIPO(IDX-CAP) EQUAL 'I'
               IF TABCAP-ARQUIVO(IDX-CAP) EQUAL 'USUARIOS.DAT'
                   PERFORM 010-CONTA-USUARIOS
               ELSE
                   PERFORM 004-CONTA-FUNCIONARIOS
               END-IF
           ELSE
               PERFORM 002-CONTA-SEQUENCIAL
           END-IF.
           PERFORM 006-CLASSIFICA.
           PERFORM 007-LINHA-ARQUIVO.

       002-CONTA-SEQUENCIAL.
           MOVE TABCAP-ARQUIVO(IDX-CAP) TO WRK-ARQ-NOME.
           OPEN INPUT ARQUIVO.
           IF WS-ARQ-STATUS NOT EQUAL '00'
               MOVE 'AUSENTE' TO WRK-SITUACAO
           ELSE
               MOVE SPACES TO WRK-SITUACAO
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQUIVO AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 003-CONTA-SEQ-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE ARQUIVO
           END-IF.

       003-CONTA-SEQ-ITEM.
           ADD 1 TO QTD-REGISTROS.
           READ ARQUIVO AT END MOVE 1 TO FLAG-ARQUIVO.

       004-CONTA-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               MOVE 'AUSENTE' TO WRK-SITUACAO
           ELSE
               MOVE SPACES TO WRK-SITUACAO
               MOVE 0 TO FLAG-ARQUIVO
               READ FUNCIONARIOS NEXT RECORD
                   AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 005-CONTA-FUNC-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE FUNCIONARIOS
           END-IF.

       005-CONTA-FUNC-ITEM.
           ADD 1 TO QTD-REGISTROS.
           READ FUNCIONARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-ARQUIVO.

       006-CLASSIFICA.
      **
      * At or over the limit the table is full (the programs skip
      * or refuse the excess); from WRK-PCT-ALERTA on it is close.
      * A type O file has no table behind it: only the count shows.
      **
           MOVE ZEROS TO WRK-PCT-USO.
           EVALUATE TRUE
               WHEN WRK-SITUACAO EQUAL 'AUSENTE'
                   ADD 1 TO QTD-AUSENTES
               WHEN TABCAP-TIPO(IDX-CAP) EQUAL 'O'
                   MOVE 'SEM LIMITE' TO WRK-SITUACAO
                   ADD 1 TO QTD-SEM-LIMITE
               WHEN OTHER
                   COMPUTE WRK-PCT-USO =
                       QTD-REGISTROS * 100 / TABCAP-LIMITE(IDX-CAP)
                   EVALUATE TRUE
                       WHEN QTD-REGISTROS NOT LESS THAN
                           TABCAP-LIMITE(IDX-CAP)
                           MOVE 'CHEIO' TO WRK-SITUACAO
                           ADD 1 TO QTD-ESTOURADOS
                       WHEN WRK-PCT-USO NOT LESS THAN WRK-PCT-ALERTA
                           MOVE 'PROXIMO DO LIMITE' TO WRK-SITUACAO
                           ADD 1 TO QTD-PROXIMOS
                       WHEN OTHER
                           MOVE 'OK' TO WRK-SITUACAO
                   END-EVALUATE
           END-EVALUATE.

       007-LINHA-ARQUIVO.
           MOVE QTD-REGISTROS TO WRK-QTD-ED.
           MOVE TABCAP-LIMITE(IDX-CAP) TO WRK-LIMITE-ED.
           MOVE WRK-PCT-USO TO WRK-PCT-ED.
           DISPLAY TABCAP-ARQUIVO(IDX-CAP) ' ' WRK-QTD-ED '  '
               WRK-LIMITE-ED ' ' WRK-PCT-ED ' ' WRK-SITUACAO.
           DISPLAY '    CARREGADO POR: ' TABCAP-PROGRAMAS(IDX-CAP).

       008-RESUMO.
           DISPLAY '#########################################'.
           MOVE QTD-ESTOURADOS TO WRK-CONT-ED.
           DISPLAY 'ARQUIVOS NO LIMITE OU ACIMA:  ' WRK-CONT-ED.
           MOVE QTD-PROXIMOS TO WRK-CONT-ED.
           DISPLAY 'ARQUIVOS PROXIMOS DO LIMITE:  ' WRK-CONT-ED.
           MOVE QTD-AUSENTES TO WRK-CONT-ED.
           DISPLAY 'ARQUIVOS AUSENTES:            ' WRK-CONT-ED.
           MOVE QTD-SEM-LIMITE TO WRK-CONT-ED.
           DISPLAY 'ARQUIVOS SEM LIMITE (SORT):   ' WRK-CONT-ED.
           DISPLAY '#########################################'.

       009-GRAVA-EXECLOG.
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
               MOVE 'PROG060' TO EXELOG-PROGRAMA
               MOVE WS-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WS-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       010-CONTA-USUARIOS.
           OPEN INPUT USUARIOS.
           IF WS-USU-STATUS NOT EQUAL '00'
               MOVE 'AUSENTE' TO WRK-SITUACAO
           ELSE
               MOVE SPACES TO WRK-SITUACAO
               MOVE 0 TO FLAG-ARQUIVO
               READ USUARIOS NEXT RECORD
                   AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 011-CONTA-USU-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE USUARIOS
           END-IF.

       011-CONTA-USU-ITEM.
           ADD 1 TO QTD-REGISTROS.
           READ USUARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-ARQUIVO.

      ** add other procedures here
       END PROGRAM PROG060.
