      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG052.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * ALUNOS.TXT (PROG023) is where the student's turma changes on
      * an internal transfer and where the transfer out of the
      * school is flagged, so the grading runs drop the student.
      *-----------------------
           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
      *-----------------------
      * TURMA.TXT (PROG024) and FREQUENCIA.TXT (PROG025) carry the
      * grades and the attendance typed so far; on an internal
      * transfer the student's lines move to the new turma, so the
      * summaries, rankings and report cards of PROG004 no longer
      * split the student in two.
      *-----------------------
           SELECT TURMA ASSIGN TO 'TURMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TURMA-STATUS.
           SELECT FREQUENCIA ASSIGN TO 'FREQUENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.
      *-----------------------
      * Work file for the rewrite: every line goes here on the
      * first pass (the student's with the new turma) and comes
      * back over the live file on the second, so the program never
      * holds a whole grade or attendance file in memory.
      *-----------------------
           SELECT TRFTEMP ASSIGN TO 'TRFTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
      * TRANSFERENCIAS.TXT is the dated register of every transfer,
      * appended; DECLTRANSF.TXT is the print-ready declaration of
      * the transfers out of the school made in the session, with
      * the grades to date, rebuilt on every session.
      *-----------------------
           SELECT TRANSFERENCIAS ASSIGN TO 'TRANSFERENCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSF-STATUS.
           SELECT DECLARACAO ASSIGN TO 'DECLTRANSF.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECL-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ALUNOS.
       COPY ALUNO.
       FD TURMA.
       COPY TURMA.
       FD FREQUENCIA.
       COPY FREQUENCIA.
       FD TRFTEMP.
       01 TRFTEMP-REG PIC X(100).
       FD TRANSFERENCIAS.
       COPY TRANSFER.
       FD DECLARACAO.
       01 DECLARACAO-REG PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-TRANSF PIC 9(1) VALUE 0.
       77 FLAG-DECL-ABERTA PIC 9(1) VALUE 0.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FREQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-TRANSF-STATUS PIC X(2) VALUE SPACES.
       77 WS-DECL-STATUS PIC X(2) VALUE SPACES.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
      *-----------------------
      * Campos de entrada da transferencia.
       77 WRK-MATRICULA-ENTRADA PIC X(6) VALUE SPACES.
       77 WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-DATA-TRANSF PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-TURMA-NOVA PIC X(6) VALUE SPACES.
       77 WRK-ESCOLA-DESTINO PIC X(30) VALUE SPACES.
      *-----------------------
      * O cadastro inteiro carregado para a regravacao (um arquivo
      * LINE SEQUENTIAL nao comporta REWRITE no lugar).
       01 TABELA-ALUNOS.
           05 ALUNO-ITEM OCCURS 300 TIMES.
               10 TABALU-MATRICULA PIC 9(6).
               10 TABALU-NOME PIC X(30).
               10 TABALU-TURMA PIC X(6).
               10 TABALU-RESPONSAVEL PIC X(30).
               10 TABALU-SITUACAO PIC X(1).
               10 TABALU-DATA-SITUACAO PIC 9(8).
       77 QTD-ALUNOS PIC 9(3) VALUE ZEROS.
       77 IDX-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-TRANSFERIDOS PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Aluno em transferencia e linhas levadas junto.
       77 WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA-ALUNO PIC 9(6) VALUE ZEROS.
       77 WRK-TURMA-ORIGEM PIC X(6) VALUE SPACES.
       77 WRK-QTD-NOTAS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-CHAMADAS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Declaracao de transferencia: faltas do aluno por materia
      * apuradas do livro de chamada (sem chamada registrada vale o
      * numero digitado em TURMA-FALTAS) e media parcial ponderada
      * so sobre as notas ja lancadas, pesos do PROG004.
       01 TABELA-FALTAS-ALUNO.
           05 FALTA-ITEM OCCURS 30 TIMES.
               10 TABFAL-MATERIA PIC X(15).
               10 TABFAL-FALTAS PIC 9(3).
       77 QTD-FALTAS-ALUNO PIC 9(2) VALUE ZEROS.
       77 IDX-FALTA PIC 9(2) VALUE ZEROS.
       77 IDX-FAL-ACHADA PIC 9(2) VALUE ZEROS.
       77 PESO-N1 PIC 9V9 VALUE 3,0.
       77 PESO-N2 PIC 9V9 VALUE 3,0.
       77 PESO-N3 PIC 9V9 VALUE 4,0.
       77 WRK-SOMA-PESOS PIC 99V9 VALUE ZEROS.
       77 WRK-SOMA-NOTAS PIC 999V99 VALUE ZEROS.
       77 WRK-MEDIA-PARCIAL PIC 9(2)V9 VALUE ZEROS.
       77 WRK-FALTAS-DECL PIC 9(3) VALUE ZEROS.
       77 WRK-N1-ED PIC Z9,9 VALUE ZEROS.
       77 WRK-N2-ED PIC Z9,9 VALUE ZEROS.
       77 WRK-N3-ED PIC Z9,9 VALUE ZEROS.
       77 WRK-MEDIA-ED PIC Z9,9 VALUE ZEROS.
       77 WRK-FALTAS-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-LINHA-DECL PIC X(80) VALUE SPACES.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): TURMA.TXT
      * conferido antes das transferencias e registrado de novo
      * quando as notas mudam de turma.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
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
           DISPLAY 'MODO: (1) TRANSFERENCIA DE TURMA'.
           DISPLAY '      (2) TRANSFERENCIA PARA OUTRA ESCOLA'.
           DISPLAY '      (3) LISTAR TRANSFERENCIAS'.
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT EQUAL '3'
               PERFORM 060-CONFERE-CONTROLE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'TURMA.TXT ALTERADO FORA DO SISTEMA - '
                       'NENHUMA TRANSFERENCIA FEITA.'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODO EQUAL '3'
                   PERFORM 030-LISTA
               WHEN WRK-MODO EQUAL '2'
                   PERFORM 010-CARREGA-TABELA
                   PERFORM 001-TRANSFERE
               WHEN OTHER
                   MOVE '1' TO WRK-MODO
                   PERFORM 010-CARREGA-TABELA
                   PERFORM 001-TRANSFERE
           END-EVALUATE.
           GOBACK.

       001-TRANSFERE.
      **
      * Transfer session: one student per answer, by matricula;
      * the enrollment master is written back once at the end.
      **
           IF QTD-ALUNOS EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO EM ARQUIVO.'
           ELSE
               PERFORM 002-TRANSFERE-UM UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               IF FLAG-DECL-ABERTA EQUAL 1
                   CLOSE DECLARACAO
                   MOVE 'DECLTRANSF.TXT' TO SPP-ARQUIVO
                   MOVE 'DECLARACOES DE TRANSFERENCIA'
                       TO SPP-DESCRICAO
                   PERFORM 062-GUARDA-SPOOL
                   DISPLAY 'DECLARACOES DE TRANSFERENCIA GERADAS EM '
                       'DECLTRANSF.TXT.'
               END-IF
               DISPLAY '#########################################'
               IF WRK-QTD-TRANSFERIDOS EQUAL ZEROS
                   DISPLAY 'NENHUMA TRANSFERENCIA FEITA.'
               ELSE
                   PERFORM 025-REGRAVA-ARQUIVO
                   MOVE WRK-QTD-TRANSFERIDOS TO COUNTER
                   DISPLAY COUNTER ' TRANSFERENCIA(S) FEITA(S).'
               END-IF
           END-IF.

       002-TRANSFERE-UM.
           DISPLAY '#########################################'.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA-ENTRADA.
           MOVE ZEROS TO IDX-ACHADO.
           IF WRK-MATRICULA-ENTRADA NUMERIC
               PERFORM 012-PROCURA-MATRICULA
                   VARYING IDX-ALUNO FROM 1 BY 1
                   UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS
           END-IF.
           IF IDX-ACHADO EQUAL ZEROS
               DISPLAY 'MATRICULA NAO ENCONTRADA.'
           ELSE
               IF TABALU-SITUACAO(IDX-ACHADO) EQUAL 'T'
                   DISPLAY 'ALUNO JA TRANSFERIDO PARA FORA DA ESCOLA '
                       'EM ' TABALU-DATA-SITUACAO(IDX-ACHADO) '.'
               ELSE
                   MOVE TABALU-NOME(IDX-ACHADO) TO WRK-NOME-ALUNO
                   MOVE TABALU-MATRICULA(IDX-ACHADO)
                       TO WRK-MATRICULA-ALUNO
                   MOVE TABALU-TURMA(IDX-ACHADO) TO WRK-TURMA-ORIGEM
                   DISPLAY 'ALUNO: ' WRK-NOME-ALUNO
                       '  TURMA: ' WRK-TURMA-ORIGEM
                   PERFORM 003-PEDE-DATA
                   IF WRK-MODO EQUAL '2'
                       PERFORM 005-TRANSFERE-EXTERNA
                   ELSE
                       PERFORM 004-TRANSFERE-INTERNA
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       003-PEDE-DATA.
           DISPLAY 'DATA DA TRANSFERENCIA (AAAAMMDD, BRANCO = HOJE): '.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA NUMERIC
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-TRANSF
           ELSE
               ACCEPT WRK-DATA-TRANSF FROM DATE YYYYMMDD
           END-IF.

       004-TRANSFERE-INTERNA.
      **
      * Moves the student to the new turma, taking along every
      * grade and attendance line already on file; the register
      * keeps the date and where the student came from.
      **
           DISPLAY 'NOVA TURMA: '.
           MOVE SPACES TO WRK-TURMA-NOVA.
           ACCEPT WRK-TURMA-NOVA.
           IF WRK-TURMA-NOVA EQUAL SPACES
               OR WRK-TURMA-NOVA EQUAL WRK-TURMA-ORIGEM
               DISPLAY 'TURMA EM BRANCO OU IGUAL A ATUAL - '
                   'TRANSFERENCIA CANCELADA.'
           ELSE
               PERFORM 040-MOVE-NOTAS
               PERFORM 045-MOVE-CHAMADAS
               MOVE WRK-TURMA-NOVA TO TABALU-TURMA(IDX-ACHADO)
               MOVE WRK-DATA-TRANSF
                   TO TABALU-DATA-SITUACAO(IDX-ACHADO)
               MOVE 'I' TO TRF-TIPO
               MOVE WRK-TURMA-NOVA TO TRF-DESTINO
               PERFORM 020-GRAVA-REGISTRO
               ADD 1 TO WRK-QTD-TRANSFERIDOS
               DISPLAY 'ALUNO TRANSFERIDO PARA A TURMA '
                   WRK-TURMA-NOVA ' - ' WRK-QTD-NOTAS
                   ' LINHA(S) DE NOTA E ' WRK-QTD-CHAMADAS
                   ' DE CHAMADA LEVADAS JUNTO.'
           END-IF.

       005-TRANSFERE-EXTERNA.
      **
      * Transfer out of the school: the student is flagged T with
      * the date - grades and attendance stay where they are, for
      * the history - and the declaration is printed with the
      * grades to date.
      **
           DISPLAY 'ESCOLA DE DESTINO (BRANCO = NAO INFORMADA): '.
           MOVE SPACES TO WRK-ESCOLA-DESTINO.
           ACCEPT WRK-ESCOLA-DESTINO.
           IF WRK-ESCOLA-DESTINO EQUAL SPACES
               MOVE 'NAO INFORMADA' TO WRK-ESCOLA-DESTINO
           END-IF.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE ZEROS TO WRK-QTD-CHAMADAS.
           PERFORM 050-DECLARACAO.
           MOVE 'T' TO TABALU-SITUACAO(IDX-ACHADO).
           MOVE WRK-DATA-TRANSF TO TABALU-DATA-SITUACAO(IDX-ACHADO).
           MOVE 'E' TO TRF-TIPO.
           MOVE WRK-ESCOLA-DESTINO TO TRF-DESTINO.
           PERFORM 020-GRAVA-REGISTRO.
           ADD 1 TO WRK-QTD-TRANSFERIDOS.
           DISPLAY 'ALUNO TRANSFERIDO PARA FORA DA ESCOLA - '
               'SAI DAS PROXIMAS CORRECOES E DA PROMOCAO.'.

       010-CARREGA-TABELA.
           MOVE ZEROS TO QTD-ALUNOS.
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ALUNOS
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
               PERFORM 011-CARREGA-ITEM
                   UNTIL FLAG-ALUNOS EQUAL TO 1
               CLOSE ALUNOS
           END-IF.

       011-CARREGA-ITEM.
      **
      * TABELA-ALUNOS so comporta 300 ocorrencias; alem disso a
      * transferencia e abortada para nao truncar o cadastro na
      * regravacao.
      **
           IF QTD-ALUNOS LESS THAN 300
               ADD 1 TO QTD-ALUNOS
               MOVE ALU-MATRICULA TO TABALU-MATRICULA(QTD-ALUNOS)
               MOVE ALU-NOME TO TABALU-NOME(QTD-ALUNOS)
               MOVE ALU-TURMA TO TABALU-TURMA(QTD-ALUNOS)
               MOVE ALU-RESPONSAVEL TO TABALU-RESPONSAVEL(QTD-ALUNOS)
               MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
               IF ALU-DATA-SITUACAO NUMERIC
                   MOVE ALU-DATA-SITUACAO
                       TO TABALU-DATA-SITUACAO(QTD-ALUNOS)
               ELSE
                   MOVE ZEROS TO TABALU-DATA-SITUACAO(QTD-ALUNOS)
               END-IF
           ELSE
               DISPLAY 'ARQUIVO EXCEDE 300 ALUNOS - TRANSFERENCIA '
                   'ABORTADA.'
               MOVE ZEROS TO QTD-ALUNOS
               MOVE 1 TO FLAG-ALUNOS
           END-IF.
           IF FLAG-ALUNOS NOT EQUAL 1
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
           END-IF.

       012-PROCURA-MATRICULA.
           IF TABALU-MATRICULA(IDX-ALUNO)
               EQUAL WRK-MATRICULA-ENTRADA
               MOVE IDX-ALUNO TO IDX-ACHADO
           END-IF.

       020-GRAVA-REGISTRO.
      **
      * One dated line in TRANSFERENCIAS.TXT; the first transfer on
      * a brand-new machine builds the file first.
      **
           MOVE WRK-MATRICULA-ALUNO TO TRF-MATRICULA.
           MOVE WRK-NOME-ALUNO TO TRF-NOME.
           MOVE WRK-TURMA-ORIGEM TO TRF-TURMA-ORIGEM.
           MOVE WRK-DATA-TRANSF TO TRF-DATA.
           MOVE WRK-QTD-NOTAS TO TRF-QTD-NOTAS.
           MOVE WRK-QTD-CHAMADAS TO TRF-QTD-CHAMADAS.
           OPEN EXTEND TRANSFERENCIAS.
           IF WS-TRANSF-STATUS EQUAL '35'
               OPEN OUTPUT TRANSFERENCIAS
               CLOSE TRANSFERENCIAS
               OPEN EXTEND TRANSFERENCIAS
           END-IF.
           IF WS-TRANSF-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR TRANSFERENCIAS.TXT - FILE '
                   'STATUS: ' WS-TRANSF-STATUS
           ELSE
               WRITE TRANSF-REG
               CLOSE TRANSFERENCIAS
           END-IF.

       025-REGRAVA-ARQUIVO.
      **
      * Writes the table back over ALUNOS.TXT in one pass,
      * replacing the previous contents.
      **
           OPEN OUTPUT ALUNOS.
           IF WS-ALUNOS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR ALUNOS.TXT - FILE STATUS: '
                   WS-ALUNOS-STATUS
           ELSE
               PERFORM 026-REGRAVA-ITEM VARYING IDX-ALUNO FROM 1 BY 1
                   UNTIL IDX-ALUNO GREATER THAN QTD-ALUNOS
               CLOSE ALUNOS
           END-IF.

       026-REGRAVA-ITEM.
           MOVE TABALU-MATRICULA(IDX-ALUNO) TO ALU-MATRICULA.
           MOVE TABALU-NOME(IDX-ALUNO) TO ALU-NOME.
           MOVE TABALU-TURMA(IDX-ALUNO) TO ALU-TURMA.
           MOVE TABALU-RESPONSAVEL(IDX-ALUNO) TO ALU-RESPONSAVEL.
           MOVE TABALU-SITUACAO(IDX-ALUNO) TO ALU-SITUACAO.
           MOVE TABALU-DATA-SITUACAO(IDX-ALUNO) TO ALU-DATA-SITUACAO.
           WRITE ALUNO-REG.

       030-LISTA.
      **
      * Prints the transfer register, oldest first.
      **
           DISPLAY '#########################################'.
           DISPLAY 'TRANSFERENCIAS REGISTRADAS'.
           DISPLAY '#########################################'.
           MOVE ZEROS TO WRK-QTD-TRANSFERIDOS.
           OPEN INPUT TRANSFERENCIAS.
           IF WS-TRANSF-STATUS EQUAL '00'
               MOVE 0 TO FLAG-TRANSF
               READ TRANSFERENCIAS AT END MOVE 1 TO FLAG-TRANSF
               END-READ
               PERFORM 031-LISTA-ITEM UNTIL FLAG-TRANSF EQUAL TO 1
               CLOSE TRANSFERENCIAS
           END-IF.
           MOVE WRK-QTD-TRANSFERIDOS TO COUNTER.
           DISPLAY COUNTER ' TRANSFERENCIA(S) EM ARQUIVO.'.

       031-LISTA-ITEM.
           ADD 1 TO WRK-QTD-TRANSFERIDOS.
           MOVE TRF-DATA TO WRK-DATA-ED.
           IF TRF-TIPO EQUAL 'E'
               DISPLAY WRK-DATA-ED ' ' TRF-MATRICULA ' ' TRF-NOME
                   ' ' TRF-TURMA-ORIGEM ' -> ESCOLA ' TRF-DESTINO
           ELSE
               DISPLAY WRK-DATA-ED ' ' TRF-MATRICULA ' ' TRF-NOME
                   ' ' TRF-TURMA-ORIGEM ' -> TURMA ' TRF-DESTINO(1:6)
                   ' NOTAS ' TRF-QTD-NOTAS ' CHAMADAS '
                   TRF-QTD-CHAMADAS
           END-IF.
           READ TRANSFERENCIAS AT END MOVE 1 TO FLAG-TRANSF.

       040-MOVE-NOTAS.
      **
      * TURMA.TXT through TRFTEMP.TMP and back: the student's lines
      * come back with the new turma, every other line unchanged.
      * Without TURMA.TXT there is nothing to carry.
      **
           MOVE ZEROS TO WRK-QTD-NOTAS.
           OPEN INPUT TURMA.
           IF WS-TURMA-STATUS EQUAL '00'
               OPEN OUTPUT TRFTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ TURMA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 041-MOVE-NOTAS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE TURMA
               CLOSE TRFTEMP
               OPEN INPUT TRFTEMP
               OPEN OUTPUT TURMA
               MOVE 0 TO FLAG-ARQUIVO
               READ TRFTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 042-VOLTA-NOTAS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE TRFTEMP
               CLOSE TURMA
               MOVE 'G' TO CTP-FUNCAO
               PERFORM 061-CHAMA-CONTROLE
           END-IF.

       041-MOVE-NOTAS-ITEM.
           IF TURMA-NOME EQUAL WRK-NOME-ALUNO
               MOVE WRK-TURMA-NOVA TO TURMA-ID
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           MOVE TURMA-REG TO TRFTEMP-REG.
           WRITE TRFTEMP-REG.
           READ TURMA AT END MOVE 1 TO FLAG-ARQUIVO.

       042-VOLTA-NOTAS-ITEM.
           MOVE TRFTEMP-REG TO TURMA-REG.
           WRITE TURMA-REG.
           READ TRFTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       045-MOVE-CHAMADAS.
      **
      * Same two passes over FREQUENCIA.TXT; the student's lines
      * are recognised by matricula, or by name on lines recorded
      * before the student was enrolled. Each line keeps its own
      * class date.
      **
           MOVE ZEROS TO WRK-QTD-CHAMADAS.
           OPEN INPUT FREQUENCIA.
           IF WS-FREQ-STATUS EQUAL '00'
               OPEN OUTPUT TRFTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ FREQUENCIA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 046-MOVE-CHAMADAS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE FREQUENCIA
               CLOSE TRFTEMP
               OPEN INPUT TRFTEMP
               OPEN OUTPUT FREQUENCIA
               MOVE 0 TO FLAG-ARQUIVO
               READ TRFTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 047-VOLTA-CHAMADAS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE TRFTEMP
               CLOSE FREQUENCIA
           END-IF.

       046-MOVE-CHAMADAS-ITEM.
           PERFORM 048-VERIFICA-CHAMADA.
           IF IDX-FAL-ACHADA GREATER THAN ZEROS
               MOVE WRK-TURMA-NOVA TO FRE-TURMA
               ADD 1 TO WRK-QTD-CHAMADAS
           END-IF.
           MOVE FREQ-REG TO TRFTEMP-REG.
           WRITE TRFTEMP-REG.
           READ FREQUENCIA AT END MOVE 1 TO FLAG-ARQUIVO.

       047-VOLTA-CHAMADAS-ITEM.
           MOVE TRFTEMP-REG TO FREQ-REG.
           WRITE FREQ-REG.
           READ TRFTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       048-VERIFICA-CHAMADA.
      **
      * Leaves IDX-FAL-ACHADA at 1 when the attendance line in
      * FREQ-REG belongs to the student being transferred.
      **
           MOVE ZEROS TO IDX-FAL-ACHADA.
           IF FRE-MATRICULA NUMERIC
               AND FRE-MATRICULA GREATER THAN ZEROS
               IF FRE-MATRICULA EQUAL WRK-MATRICULA-ALUNO
                   MOVE 1 TO IDX-FAL-ACHADA
               END-IF
           ELSE
               IF FRE-NOME EQUAL WRK-NOME-ALUNO
                   MOVE 1 TO IDX-FAL-ACHADA
               END-IF
           END-IF.

       050-DECLARACAO.
      **
      * The transfer declaration: who, from which turma, to which
      * school and when, then one line per materia with the grades
      * given so far, the partial average and the absences.
      **
           IF FLAG-DECL-ABERTA EQUAL 0
               OPEN OUTPUT DECLARACAO
               IF WS-DECL-STATUS EQUAL '00'
                   MOVE 1 TO FLAG-DECL-ABERTA
               ELSE
                   DISPLAY 'ERRO AO ABRIR DECLTRANSF.TXT - FILE '
                       'STATUS: ' WS-DECL-STATUS
               END-IF
           END-IF.
           IF FLAG-DECL-ABERTA EQUAL 1
               PERFORM 051-CARREGA-FALTAS
               PERFORM 053-CABECALHO-DECLARACAO
               MOVE ZEROS TO WRK-QTD-NOTAS
               OPEN INPUT TURMA
               IF WS-TURMA-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-ARQUIVO
                   READ TURMA AT END MOVE 1 TO FLAG-ARQUIVO
                   END-READ
                   PERFORM 054-MATERIA-DECLARACAO
                       UNTIL FLAG-ARQUIVO EQUAL TO 1
                   CLOSE TURMA
               END-IF
               IF WRK-QTD-NOTAS EQUAL ZEROS
                   MOVE '  NENHUMA NOTA LANCADA ATE A DATA.'
                       TO DECLARACAO-REG
                   WRITE DECLARACAO-REG
               END-IF
               PERFORM 056-RODAPE-DECLARACAO
           END-IF.

       051-CARREGA-FALTAS.
      **
      * The student's absences per materia from the attendance
      * ledger; the table holds 30 materias, more than any turma
      * carries.
      **
           MOVE ZEROS TO QTD-FALTAS-ALUNO.
           MOVE ZEROS TO WRK-QTD-CHAMADAS.
           OPEN INPUT FREQUENCIA.
           IF WS-FREQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ FREQUENCIA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 052-CARREGA-FALTAS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE FREQUENCIA
           END-IF.

       052-CARREGA-FALTAS-ITEM.
           PERFORM 048-VERIFICA-CHAMADA.
           IF IDX-FAL-ACHADA GREATER THAN ZEROS
               ADD 1 TO WRK-QTD-CHAMADAS
               PERFORM 057-ACHA-MATERIA
               IF IDX-FAL-ACHADA GREATER THAN ZEROS
                   AND FRE-PRESENCA EQUAL 'F'
                   ADD 1 TO TABFAL-FALTAS(IDX-FAL-ACHADA)
               END-IF
           END-IF.
           READ FREQUENCIA AT END MOVE 1 TO FLAG-ARQUIVO.

       057-ACHA-MATERIA.
           MOVE ZEROS TO IDX-FAL-ACHADA.
           PERFORM 058-PROCURA-MATERIA
               VARYING IDX-FALTA FROM 1 BY 1
               UNTIL IDX-FALTA GREATER THAN QTD-FALTAS-ALUNO.
           IF IDX-FAL-ACHADA EQUAL ZEROS
               AND QTD-FALTAS-ALUNO LESS THAN 30
               ADD 1 TO QTD-FALTAS-ALUNO
               MOVE QTD-FALTAS-ALUNO TO IDX-FAL-ACHADA
               MOVE FRE-MATERIA TO TABFAL-MATERIA(IDX-FAL-ACHADA)
               MOVE ZEROS TO TABFAL-FALTAS(IDX-FAL-ACHADA)
           END-IF.

       058-PROCURA-MATERIA.
           IF TABFAL-MATERIA(IDX-FALTA) EQUAL FRE-MATERIA
               MOVE IDX-FALTA TO IDX-FAL-ACHADA
           END-IF.

       053-CABECALHO-DECLARACAO.
           MOVE ALL '=' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE 'DECLARACAO DE TRANSFERENCIA' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE ALL '=' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE WRK-DATA-TRANSF TO WRK-DATA-ED.
           MOVE SPACES TO WRK-LINHA-DECL.
           STRING 'DECLARAMOS QUE ' DELIMITED BY SIZE
               WRK-NOME-ALUNO DELIMITED BY SIZE
               ' MATRICULA ' DELIMITED BY SIZE
               WRK-MATRICULA-ALUNO DELIMITED BY SIZE
               INTO WRK-LINHA-DECL
           END-STRING.
           MOVE WRK-LINHA-DECL TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE SPACES TO WRK-LINHA-DECL.
           STRING 'ALUNO(A) DA TURMA ' DELIMITED BY SIZE
               WRK-TURMA-ORIGEM DELIMITED BY SPACE
               ', FOI TRANSFERIDO(A) EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-LINHA-DECL
           END-STRING.
           MOVE WRK-LINHA-DECL TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE SPACES TO WRK-LINHA-DECL.
           STRING 'PARA A ESCOLA ' DELIMITED BY SIZE
               WRK-ESCOLA-DESTINO DELIMITED BY SIZE
               ', COM O SEGUINTE APROVEITAMENTO:' DELIMITED BY SIZE
               INTO WRK-LINHA-DECL
           END-STRING.
           MOVE WRK-LINHA-DECL TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE SPACES TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE 'MATERIA           N1    N2    N3  MEDIA  FALTAS'
               TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE ALL '-' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.

       054-MATERIA-DECLARACAO.
      **
      * One materia of the student: the partial average weighs
      * only the grades already given (a zero is a grade not given
      * yet).
      **
           IF TURMA-NOME EQUAL WRK-NOME-ALUNO
               ADD 1 TO WRK-QTD-NOTAS
               MOVE ZEROS TO WRK-SOMA-PESOS
               MOVE ZEROS TO WRK-SOMA-NOTAS
               MOVE ZEROS TO WRK-MEDIA-PARCIAL
               IF TURMA-N1 GREATER THAN ZEROS
                   ADD PESO-N1 TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS
                       + TURMA-N1 * PESO-N1
               END-IF
               IF TURMA-N2 GREATER THAN ZEROS
                   ADD PESO-N2 TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS
                       + TURMA-N2 * PESO-N2
               END-IF
               IF TURMA-N3 GREATER THAN ZEROS
                   ADD PESO-N3 TO WRK-SOMA-PESOS
                   COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS
                       + TURMA-N3 * PESO-N3
               END-IF
               IF WRK-SOMA-PESOS GREATER THAN ZEROS
                   COMPUTE WRK-MEDIA-PARCIAL ROUNDED =
                       WRK-SOMA-NOTAS / WRK-SOMA-PESOS
               END-IF
               PERFORM 055-FALTAS-MATERIA
               MOVE TURMA-N1 TO WRK-N1-ED
               MOVE TURMA-N2 TO WRK-N2-ED
               MOVE TURMA-N3 TO WRK-N3-ED
               MOVE WRK-MEDIA-PARCIAL TO WRK-MEDIA-ED
               MOVE WRK-FALTAS-DECL TO WRK-FALTAS-ED
               MOVE SPACES TO WRK-LINHA-DECL
               STRING TURMA-MATERIA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-N1-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-N2-ED DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-N3-ED DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WRK-MEDIA-ED DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WRK-FALTAS-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-DECL
               END-STRING
               MOVE WRK-LINHA-DECL TO DECLARACAO-REG
               WRITE DECLARACAO-REG
           END-IF.
           READ TURMA AT END MOVE 1 TO FLAG-ARQUIVO.

       055-FALTAS-MATERIA.
      **
      * Absences from the ledger when the student has any call
      * recorded, otherwise the number typed in TURMA.TXT - the
      * same rule the PROG004 batch applies.
      **
           IF WRK-QTD-CHAMADAS EQUAL ZEROS
               MOVE TURMA-FALTAS TO WRK-FALTAS-DECL
           ELSE
               MOVE ZEROS TO WRK-FALTAS-DECL
               MOVE ZEROS TO IDX-FAL-ACHADA
               PERFORM 059-PROCURA-MATERIA-TURMA
                   VARYING IDX-FALTA FROM 1 BY 1
                   UNTIL IDX-FALTA GREATER THAN QTD-FALTAS-ALUNO
               IF IDX-FAL-ACHADA GREATER THAN ZEROS
                   MOVE TABFAL-FALTAS(IDX-FAL-ACHADA)
                       TO WRK-FALTAS-DECL
               END-IF
           END-IF.

       059-PROCURA-MATERIA-TURMA.
           IF TABFAL-MATERIA(IDX-FALTA) EQUAL TURMA-MATERIA
               MOVE IDX-FALTA TO IDX-FAL-ACHADA
           END-IF.

       056-RODAPE-DECLARACAO.
           MOVE SPACES TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE 'NOTAS E FALTAS APURADAS ATE A DATA DA TRANSFERENCIA.'
               TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE SPACES TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE '________________________________' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE 'SECRETARIA ESCOLAR' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE ALL '=' TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.
           MOVE SPACES TO DECLARACAO-REG.
           WRITE DECLARACAO-REG.

       060-CONFERE-CONTROLE.
      **
      * TURMA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it before grades are carried or certified; a
      * file edited outside the suite stops the session (PROG064
      * logs the mismatch) until a supervisor resyncs it in
      * PROG063.
      **
           MOVE 'V' TO CTP-FUNCAO.
           PERFORM 061-CHAMA-CONTROLE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       061-CHAMA-CONTROLE.
           MOVE 'TURMA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG052' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.

       062-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG052' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG052.
