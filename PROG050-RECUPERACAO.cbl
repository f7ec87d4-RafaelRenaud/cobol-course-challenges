      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG050.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * RECUPERACAO.TXT holds the students the grading run called
      * for the make-up exam; this program lists the calls by turma
      * and materia for the teachers and takes the make-up grades
      * through prompted, validated entry, leaving them for the
      * recalculation of PROG004 mode (4).
      *-----------------------
           SELECT RECUPERACAO ASSIGN TO 'RECUPERACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECUP-STATUS.
      *-----------------------
      * Sort work file for the list by turma, materia and name,
      * the same machinery PROG004 uses for its ranking.
           SELECT SORT-RECUP ASSIGN TO 'RECSORT.TMP'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD RECUPERACAO.
       COPY RECUPERACAO.
       SD SORT-RECUP.
       01 SORT-REC-REG.
           05 SORT-REC-TURMA PIC X(6).
           05 SORT-REC-MATERIA PIC X(15).
           05 SORT-REC-NOME PIC X(30).
           05 SORT-REC-RESTO PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 FLAG-RECUPERACAO PIC 9(1) VALUE 0.
       77 WS-RECUP-STATUS PIC X(2) VALUE SPACES.
      *-----------------------
      * Filtro da sessao de lancamento: turma e materia da prova
      * (em branco, todas).
       77 WRK-TURMA-FILTRO PIC X(6) VALUE SPACES.
       77 WRK-MATERIA-FILTRO PIC X(15) VALUE SPACES.
      *-----------------------
      * Nota da recuperacao: tres digitos com o decimal implicito
      * na ultima posicao (075 = 7,5), ate 100 (= 10,0), como no
      * lancamento do PROG024.
       77 WRK-NOTA-ENTRADA PIC X(3) VALUE SPACES.
       77 WRK-NOTA-NUM PIC 9(2)V9 VALUE ZEROS.
       77 WRK-NOTA-ED PIC Z9,9 VALUE ZEROS.
      *-----------------------
      * O arquivo inteiro carregado para o lancamento com
      * regravacao (um arquivo LINE SEQUENTIAL nao comporta REWRITE
      * no lugar).
       01 TABELA-RECUPERACAO.
           05 RECUP-ITEM OCCURS 300 TIMES.
               10 TABREC-IMAGEM PIC X(81).
       77 QTD-RECUP PIC 9(3) VALUE ZEROS.
       77 IDX-RECUP PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-LANCADAS PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Lista de convocados: quebra por turma e materia.
       77 FLAG-SORT-RECUP PIC 9(1) VALUE 0.
       77 WRK-PRIMEIRO PIC X(1) VALUE 'S'.
       77 WRK-GRUPO-ANT PIC X(21) VALUE SPACES.
       77 WRK-QTD-GRUPO PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-TOTAL PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'MODO: (1) LANCAR NOTAS DE RECUPERACAO'.
           DISPLAY '      (2) LISTAR CONVOCADOS'.
           ACCEPT WRK-MODO.
           PERFORM 010-CARREGA-TABELA.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 030-LISTA
               WHEN OTHER
                   PERFORM 001-LANCA
           END-EVALUATE.
           GOBACK.

       001-LANCA.
      **
      * Make-up grade entry: walks the calls of the turma and
      * materia asked for (blank = all) and prompts each one's exam
      * grade; a blank answer skips the student, or keeps the grade
      * already typed. The file is written back once at the end.
      **
           IF QTD-RECUP EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO CONVOCADO PARA RECUPERACAO.'
           ELSE
               DISPLAY 'TURMA (BRANCO = TODAS): '
               ACCEPT WRK-TURMA-FILTRO
               DISPLAY 'MATERIA (BRANCO = TODAS): '
               ACCEPT WRK-MATERIA-FILTRO
               MOVE ZEROS TO WRK-QTD-LANCADAS
               PERFORM 002-LANCA-ITEM
                   VARYING IDX-RECUP FROM 1 BY 1
                   UNTIL IDX-RECUP GREATER THAN QTD-RECUP
               DISPLAY '#########################################'
               IF WRK-QTD-LANCADAS EQUAL ZEROS
                   DISPLAY 'NENHUMA NOTA LANCADA.'
               ELSE
                   PERFORM 025-REGRAVA-ARQUIVO
                   DISPLAY WRK-QTD-LANCADAS
                       ' NOTA(S) DE RECUPERACAO LANCADA(S) - APLIQUE '
                       'PELO MODO (4) DO PROG004.'
               END-IF
           END-IF.

       002-LANCA-ITEM.
           MOVE TABREC-IMAGEM(IDX-RECUP) TO RECUP-REG.
           IF (WRK-TURMA-FILTRO EQUAL SPACES
               OR WRK-TURMA-FILTRO EQUAL REC-TURMA)
               AND (WRK-MATERIA-FILTRO EQUAL SPACES
               OR WRK-MATERIA-FILTRO EQUAL REC-MATERIA)
               DISPLAY '#########################################'
               DISPLAY 'ALUNO: ' REC-NOME '  TURMA: ' REC-TURMA
               DISPLAY 'MATERIA: ' REC-MATERIA
               MOVE REC-MEDIA TO WRK-NOTA-ED
               DISPLAY 'MEDIA DO PERIODO: ' WRK-NOTA-ED
               IF REC-SITUACAO EQUAL 'N'
                   MOVE REC-NOTA TO WRK-NOTA-ED
                   DISPLAY 'NOTA JA LANCADA: ' WRK-NOTA-ED
               END-IF
               PERFORM 003-ACEITA-NOTA
               IF WRK-NOTA-ENTRADA NOT EQUAL SPACES
                   MOVE WRK-NOTA-NUM TO REC-NOTA
                   MOVE 'N' TO REC-SITUACAO
                   MOVE RECUP-REG TO TABREC-IMAGEM(IDX-RECUP)
                   ADD 1 TO WRK-QTD-LANCADAS
               END-IF
           END-IF.

       003-ACEITA-NOTA.
      **
      * Re-prompts until the grade is three digits with the decimal
      * implied in the last position and does not pass 10,0; blank
      * leaves the student as it is.
      **
           MOVE SPACES TO WRK-NOTA-ENTRADA.
           MOVE ZEROS TO WRK-NOTA-NUM.
           PERFORM 004-PEDE-NOTA WITH TEST AFTER
               UNTIL WRK-NOTA-ENTRADA EQUAL SPACES
               OR (WRK-NOTA-ENTRADA NUMERIC
               AND WRK-NOTA-NUM LESS THAN OR EQUAL TO 10,0).

       004-PEDE-NOTA.
           DISPLAY 'NOTA DA RECUPERACAO (3 DIGITOS, EX: 075 = 7,5; '
               'BRANCO PULA): '.
           ACCEPT WRK-NOTA-ENTRADA.
           IF WRK-NOTA-ENTRADA NOT EQUAL SPACES
               INSPECT WRK-NOTA-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WRK-NOTA-ENTRADA NOT NUMERIC
                   DISPLAY 'NOTA DEVE CONTER APENAS DIGITOS.'
               ELSE
                   MOVE WRK-NOTA-ENTRADA TO WRK-NOTA-NUM(1:3)
                   IF WRK-NOTA-NUM GREATER THAN 10,0
                       DISPLAY 'NOTA MAIOR QUE 10,0 - DIGITE DE '
                           'NOVO.'
                   END-IF
               END-IF
           END-IF.

       010-CARREGA-TABELA.
           MOVE ZEROS TO QTD-RECUP.
           OPEN INPUT RECUPERACAO.
           IF WS-RECUP-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RECUPERACAO
               READ RECUPERACAO AT END MOVE 1 TO FLAG-RECUPERACAO
               END-READ
               PERFORM 011-CARREGA-ITEM
                   UNTIL FLAG-RECUPERACAO EQUAL TO 1
               CLOSE RECUPERACAO
           END-IF.

       011-CARREGA-ITEM.
      **
      * TABELA-RECUPERACAO so comporta 300 ocorrencias; alem disso
      * o lancamento e abortado para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-RECUP LESS THAN 300
               ADD 1 TO QTD-RECUP
               MOVE RECUP-REG TO TABREC-IMAGEM(QTD-RECUP)
           ELSE
               DISPLAY 'ARQUIVO EXCEDE 300 CONVOCACOES - '
                   'LANCAMENTO ABORTADO.'
               MOVE ZEROS TO QTD-RECUP
               MOVE 1 TO FLAG-RECUPERACAO
           END-IF.
           IF FLAG-RECUPERACAO NOT EQUAL 1
               READ RECUPERACAO AT END MOVE 1 TO FLAG-RECUPERACAO
               END-READ
           END-IF.

       025-REGRAVA-ARQUIVO.
      **
      * Writes the table back over RECUPERACAO.TXT in one pass,
      * replacing the previous contents.
      **
           OPEN OUTPUT RECUPERACAO.
           IF WS-RECUP-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR RECUPERACAO.TXT - FILE '
                   'STATUS: ' WS-RECUP-STATUS
           ELSE
               PERFORM 026-REGRAVA-ITEM
                   VARYING IDX-RECUP FROM 1 BY 1
                   UNTIL IDX-RECUP GREATER THAN QTD-RECUP
               CLOSE RECUPERACAO
           END-IF.

       026-REGRAVA-ITEM.
           MOVE TABREC-IMAGEM(IDX-RECUP) TO RECUP-REG.
           WRITE RECUP-REG.

       030-LISTA.
      **
      * List of the students called for recuperacao, per turma and
      * materia, with the term average and whether the exam grade
      * is already in.
      **
           IF QTD-RECUP EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO CONVOCADO PARA RECUPERACAO.'
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'CONVOCADOS PARA RECUPERACAO'
               DISPLAY '#########################################'
               MOVE 'S' TO WRK-PRIMEIRO
               MOVE ZEROS TO WRK-QTD-TOTAL
               SORT SORT-RECUP
                   ON ASCENDING KEY SORT-REC-TURMA SORT-REC-MATERIA
                       SORT-REC-NOME
                   INPUT PROCEDURE IS 031-CARREGA-LISTA
                   OUTPUT PROCEDURE IS 033-IMPRIME-LISTA
               MOVE WRK-QTD-TOTAL TO WRK-QTD-ED
               DISPLAY '#########################################'
               DISPLAY 'TOTAL DE CONVOCADOS: ' WRK-QTD-ED
           END-IF.

       031-CARREGA-LISTA.
           PERFORM 032-RELEASE-LISTA
               VARYING IDX-RECUP FROM 1 BY 1
               UNTIL IDX-RECUP GREATER THAN QTD-RECUP.

       032-RELEASE-LISTA.
           MOVE TABREC-IMAGEM(IDX-RECUP) TO SORT-REC-REG.
           RELEASE SORT-REC-REG.

       033-IMPRIME-LISTA.
           MOVE 0 TO FLAG-SORT-RECUP.
           RETURN SORT-RECUP AT END MOVE 1 TO FLAG-SORT-RECUP
           END-RETURN.
           PERFORM 034-LINHA-LISTA UNTIL FLAG-SORT-RECUP EQUAL TO 1.
           IF WRK-PRIMEIRO EQUAL 'N'
               PERFORM 035-QUEBRA-LISTA
           END-IF.

       034-LINHA-LISTA.
      **
      * Quebra por turma e materia: a cada grupo novo a lista abre
      * o cabecalho dele e fecha o anterior com a contagem.
      **
           MOVE SORT-REC-REG TO RECUP-REG.
           IF WRK-PRIMEIRO EQUAL 'N'
               AND SORT-REC-REG(1:21) NOT EQUAL WRK-GRUPO-ANT
               PERFORM 035-QUEBRA-LISTA
           END-IF.
           IF WRK-PRIMEIRO EQUAL 'S'
               OR SORT-REC-REG(1:21) NOT EQUAL WRK-GRUPO-ANT
               DISPLAY '--- TURMA ' REC-TURMA '  MATERIA '
                   REC-MATERIA ' ---'
               MOVE ZEROS TO WRK-QTD-GRUPO
               MOVE SORT-REC-REG(1:21) TO WRK-GRUPO-ANT
               MOVE 'N' TO WRK-PRIMEIRO
           END-IF.
           ADD 1 TO WRK-QTD-GRUPO.
           ADD 1 TO WRK-QTD-TOTAL.
           MOVE REC-MEDIA TO WRK-NOTA-ED.
           IF REC-SITUACAO EQUAL 'N'
               DISPLAY '  ' REC-NOME ' ' REC-MATRICULA
                   ' MEDIA: ' WRK-NOTA-ED ' NOTA LANCADA'
           ELSE
               DISPLAY '  ' REC-NOME ' ' REC-MATRICULA
                   ' MEDIA: ' WRK-NOTA-ED ' AGUARDANDO PROVA'
           END-IF.
           RETURN SORT-RECUP AT END MOVE 1 TO FLAG-SORT-RECUP.

       035-QUEBRA-LISTA.
           MOVE WRK-QTD-GRUPO TO WRK-QTD-ED.
           DISPLAY '  CONVOCADOS: ' WRK-QTD-ED.

      ** add other procedures here
       END PROGRAM PROG050.
