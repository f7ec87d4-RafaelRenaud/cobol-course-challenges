           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTAS-STATUS.
      *-----------------------
      * ALUNOS.TXT (PROG023) flags the students transferred out of
      * the school by PROG052; their grades stay in NOTAS.TXT for
      * the history but they are no longer promoted or retained.
      *-----------------------
           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
      *-----------------------
      * ATA.TXT is the print-ready ata de resultados, rebuilt on
      * every run: promoted and retained students with their
      * subject grades, closing counts and signature lines.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATA-STATUS.
      *-----------------------
      * The consolidation sorts the transfers of ALUNOS.TXT and the
      * year's NOTAS.TXT lines by student and subject; the final
      * word of every subject lands in ATATEMP.TMP, one line each
      * in student order, and the ata is printed from it once no
      * make-up exam is left open.
      *-----------------------
           SELECT SORT-NOTAS ASSIGN TO 'NOTSORT.TMP'.
           SELECT ATATEMP ASSIGN TO 'ATATEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
      * PROG026.PRM, when present, answers every prompt of the run
      * in order, so the year-end job can be scheduled after hours;
      * EXECLOG.TXT keeps the start/end trail.
       FILE SECTION.
       FD NOTAS.
       COPY NOTAS.
       FD ALUNOS.
       COPY ALUNO.
       FD ATA.
       01 ATA-REG PIC X(80).
      *-----------------------
      * SRT-TIPO '0' marca o aluno transferido (vindo do
      * ALUNOS.TXT) e ordena antes das notas dele, tipo '1'.
      *-----------------------
       SD SORT-NOTAS.
       01 SRT-REG.
           05 SRT-NOME PIC X(30).
           05 SRT-TIPO PIC X(1).
           05 SRT-MATERIA PIC X(15).
           05 SRT-MATRICULA PIC 9(6).
           05 SRT-MEDIA PIC 9(2)V9.
           05 SRT-STATUS PIC X(30).
       FD ATATEMP.
       01 TEMP-REG.
           05 TEMP-NOME PIC X(30).
           05 TEMP-MATRICULA PIC 9(6).
           05 TEMP-MATERIA PIC X(15).
           05 TEMP-MEDIA PIC 9(2)V9.
           05 TEMP-STATUS PIC X(30).
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
      * Consolidado do ano: uma linha por aluno e materia, sempre
      * com o ULTIMO registro do ano para aquela materia (decisao
      * de conselho gravada depois substitui o CONSELHO original).
      * As notas chegam do sort por aluno e materia, na ordem do
      * arquivo dentro de cada materia; a materia em curso fica em
      * WRK-CONS-* ate a quebra.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-SORT PIC 9(1) VALUE 0.
       77 FLAG-TEMP PIC 9(1) VALUE 0.
       77 QTD-CONSOLIDADO PIC 9(7) VALUE ZEROS.
       01 WRK-CONS-MATERIA-ATUAL.
           05 WRK-CONS-NOME PIC X(30).
           05 WRK-CONS-MATRICULA PIC 9(6).
           05 WRK-CONS-MATERIA PIC X(15).
           05 WRK-CONS-MEDIA PIC 9(2)V9.
           05 WRK-CONS-STATUS PIC X(30).
      *-----------------------
      * Alunos transferidos para fora da escola: ficam fora do
      * consolidado e da ata.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
       77 WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-TRANSFERIDO PIC X(1) VALUE 'N'.
       77 WRK-QTD-FORA-ATA PIC 9(7) VALUE ZEROS.
      *-----------------------
      * Recuperacoes ainda pendentes no consolidado (ultimo
      * registro da materia com status RECUPERACAO): com alguma,
      * o ano nao fecha.
       77 WRK-QTD-RECUPERACAO PIC 9(7) VALUE ZEROS.
      *-----------------------
      * Apuracao por aluno: resultado do ano (PROMOVIDO, RETIDO ou
      * PENDENTE DE CONSELHO) e totais da ata.
       77 WRK-NOME-CARTAO PIC X(30) VALUE SPACES.
       77 WRK-RESULTADO PIC X(30) VALUE SPACES.
       77 WRK-QTD-PROMOVIDOS PIC 9(7) VALUE ZEROS.
       77 WRK-QTD-RETIDOS PIC 9(7) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(7) VALUE ZEROS.
       77 WRK-QTD-ED PIC Z(6)9 VALUE ZEROS.
       77 MEDIA-ED PIC Z9,9 VALUE ZEROS.
      *-----------------------
      * Montagem das linhas da ata.
       77 WRK-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               DISPLAY 'ANO INVALIDO - APURACAO CANCELADA.'
           ELSE
               PERFORM 001-CONSOLIDA-ANO
               IF WRK-QTD-FORA-ATA GREATER THAN ZEROS
                   MOVE WRK-QTD-FORA-ATA TO WRK-QTD-ED
                   DISPLAY 'REGISTROS DE ALUNOS TRANSFERIDOS FORA DA '
                       'ATA: ' WRK-QTD-ED
               END-IF
               IF QTD-CONSOLIDADO EQUAL ZEROS
                   DISPLAY 'NENHUM REGISTRO DE ' WRK-ANO
                       ' EM NOTAS.TXT - NADA A APURAR.'
               ELSE
                   IF WRK-QTD-RECUPERACAO GREATER THAN ZEROS
                       MOVE WRK-QTD-RECUPERACAO TO WRK-QTD-ED
                       DISPLAY 'ANO NAO PODE SER FECHADO: '
                           WRK-QTD-ED ' RECUPERACAO(OES) PENDENTE(S).'
                       DISPLAY 'LANCE AS NOTAS NO PROG050 E APLIQUE '
                           'PELO MODO (4) DO PROG004.'
                   ELSE
                       PERFORM 005-GERA-ATA
                   END-IF
               END-IF
           END-IF.
           PERFORM 022-ENCERRA-EXECUCAO.

       001-CONSOLIDA-ANO.
      **
      * One sort over the transfers and NOTAS.TXT keeping, for each
      * aluno e materia of the year, the latest record read (file
      * order is write order, so the last one is the final word).
      **
           MOVE ZEROS TO QTD-CONSOLIDADO.
           MOVE ZEROS TO WRK-QTD-RECUPERACAO.
           SORT SORT-NOTAS
               ON ASCENDING KEY SRT-NOME
               ON ASCENDING KEY SRT-TIPO
               ON ASCENDING KEY SRT-MATERIA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 014-CARREGA-TRANSFERIDOS
               OUTPUT PROCEDURE IS 003-GRAVA-CONSOLIDADO.

       014-CARREGA-TRANSFERIDOS.
      **
      * Input of the sort: the names of the students transferred
      * out of the school first (with ALUNOS.TXT missing nobody is
      * left out), then the year's NOTAS.TXT lines.
      **
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ALUNOS
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
               PERFORM 015-CARREGA-TRANSFERIDO-ITEM
                   UNTIL FLAG-ALUNOS EQUAL TO 1
               CLOSE ALUNOS
           END-IF.
           OPEN INPUT NOTAS.
           IF WS-NOTAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR NOTAS.TXT - FILE STATUS: '
               CLOSE NOTAS
           END-IF.

       015-CARREGA-TRANSFERIDO-ITEM.
           IF ALU-SITUACAO EQUAL 'T'
               MOVE SPACES TO SRT-REG
               MOVE ALU-NOME TO SRT-NOME
               MOVE '0' TO SRT-TIPO
               MOVE ZEROS TO SRT-MATRICULA
               MOVE ZEROS TO SRT-MEDIA
               RELEASE SRT-REG
           END-IF.
           READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS.

       002-CONSOLIDA-ITEM.
           IF NOTAS-DATA(1:4) EQUAL WRK-ANO
               MOVE NOTAS-NOME TO SRT-NOME
               MOVE '1' TO SRT-TIPO
               MOVE NOTAS-MATERIA TO SRT-MATERIA
               IF NOTAS-MATRICULA NUMERIC
                   MOVE NOTAS-MATRICULA TO SRT-MATRICULA
               ELSE
                   MOVE ZEROS TO SRT-MATRICULA
               END-IF
               MOVE NOTAS-MEDIA TO SRT-MEDIA
               MOVE NOTAS-STATUS TO SRT-STATUS
               RELEASE SRT-REG
           END-IF.
           READ NOTAS AT END MOVE 1 TO FLAG-NOTAS.

       003-GRAVA-CONSOLIDADO.
      **
      * Output of the sort: one ATATEMP.TMP line per aluno e
      * materia, written at the subject break. A transferred
      * student's records are only counted.
      **
           OPEN OUTPUT ATATEMP.
           MOVE HIGH-VALUES TO WRK-NOME-ALUNO.
           MOVE HIGH-VALUES TO WRK-CONS-MATERIA-ATUAL.
           MOVE 'N' TO WRK-TRANSFERIDO.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-NOTAS AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 004-CONSOLIDA-SORT-ITEM
               UNTIL FLAG-SORT EQUAL TO 1.
           IF WRK-CONS-NOME NOT EQUAL HIGH-VALUES
               PERFORM 009-FECHA-MATERIA
           END-IF.
           CLOSE ATATEMP.

       004-CONSOLIDA-SORT-ITEM.
           IF SRT-NOME NOT EQUAL WRK-NOME-ALUNO
               MOVE SRT-NOME TO WRK-NOME-ALUNO
               MOVE 'N' TO WRK-TRANSFERIDO
           END-IF.
           EVALUATE TRUE
               WHEN SRT-TIPO EQUAL '0'
                   MOVE 'S' TO WRK-TRANSFERIDO
               WHEN WRK-TRANSFERIDO EQUAL 'S'
                   ADD 1 TO WRK-QTD-FORA-ATA
               WHEN OTHER
                   PERFORM 012-ACUMULA-MATERIA
           END-EVALUATE.
           RETURN SORT-NOTAS AT END MOVE 1 TO FLAG-SORT.

       012-ACUMULA-MATERIA.
      **
      * Same aluno e materia: the later record replaces grade and
      * status and brings its matricula when it has one.
      **
           IF SRT-NOME NOT EQUAL WRK-CONS-NOME
               OR SRT-MATERIA NOT EQUAL WRK-CONS-MATERIA
               IF WRK-CONS-NOME NOT EQUAL HIGH-VALUES
                   PERFORM 009-FECHA-MATERIA
               END-IF
               MOVE SRT-NOME TO WRK-CONS-NOME
               MOVE SRT-MATERIA TO WRK-CONS-MATERIA
               MOVE SRT-MATRICULA TO WRK-CONS-MATRICULA
           END-IF.
           MOVE SRT-MEDIA TO WRK-CONS-MEDIA.
           MOVE SRT-STATUS TO WRK-CONS-STATUS.
           IF SRT-MATRICULA GREATER THAN ZEROS
               MOVE SRT-MATRICULA TO WRK-CONS-MATRICULA
           END-IF.

       009-FECHA-MATERIA.
      **
      * The final word of one subject. The year only closes with
      * every make-up exam applied: a subject still in RECUPERACAO
      * is listed and counted, and any count stops the ata.
      **
           MOVE WRK-CONS-NOME TO TEMP-NOME.
           MOVE WRK-CONS-MATRICULA TO TEMP-MATRICULA.
           MOVE WRK-CONS-MATERIA TO TEMP-MATERIA.
           MOVE WRK-CONS-MEDIA TO TEMP-MEDIA.
           MOVE WRK-CONS-STATUS TO TEMP-STATUS.
           WRITE TEMP-REG.
           ADD 1 TO QTD-CONSOLIDADO.
           IF WRK-CONS-STATUS EQUAL 'RECUPERACAO'
               ADD 1 TO WRK-QTD-RECUPERACAO
               DISPLAY 'RECUPERACAO PENDENTE: '
                   WRK-CONS-NOME ' '
                   WRK-CONS-MATERIA
           END-IF.

       005-GERA-ATA.
      **
      * Writes ATA.TXT from the consolidated work file: header, one
      * block per student with every subject and the year's
      * result, and the closing counts with the signature lines
      * the board requires.
      **
           OPEN OUTPUT ATA.
           IF WS-ATA-STATUS NOT EQUAL '00'
                   WS-ATA-STATUS
           ELSE
               PERFORM 006-CABECALHO-ATA
               OPEN INPUT ATATEMP
               MOVE HIGH-VALUES TO WRK-NOME-CARTAO
               MOVE 0 TO FLAG-TEMP
               READ ATATEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 007-ALUNO-ATA
                   UNTIL FLAG-TEMP EQUAL TO 1
               IF WRK-NOME-CARTAO NOT EQUAL HIGH-VALUES
                   PERFORM 010-RESULTADO-ALUNO
               END-IF
               CLOSE ATATEMP
               PERFORM 011-FECHAMENTO-ATA
               CLOSE ATA
               DISPLAY 'ATA DE RESULTADOS GERADA EM ATA.TXT.'
               MOVE 'ATA.TXT' TO SPP-ARQUIVO
               MOVE SPACES TO SPP-DESCRICAO
               STRING 'ATA DE RESULTADOS ' DELIMITED BY SIZE
                   WRK-ANO DELIMITED BY SIZE
                   INTO SPP-DESCRICAO
               END-STRING
               PERFORM 024-GUARDA-SPOOL
               MOVE WRK-QTD-PROMOVIDOS TO WRK-QTD-ED
               DISPLAY 'PROMOVIDOS: ' WRK-QTD-ED
               MOVE WRK-QTD-RETIDOS TO WRK-QTD-ED

       007-ALUNO-ATA.
      **
      * One consolidated line; a new student name closes the
      * previous block with its result and opens the next one.
      **
           IF TEMP-NOME NOT EQUAL WRK-NOME-CARTAO
               IF WRK-NOME-CARTAO NOT EQUAL HIGH-VALUES
                   PERFORM 010-RESULTADO-ALUNO
               END-IF
               MOVE TEMP-NOME TO WRK-NOME-CARTAO
               MOVE SPACES TO ATA-REG
               WRITE ATA-REG
               MOVE SPACES TO WRK-LINHA-ATA
               STRING 'ALUNO: ' DELIMITED BY SIZE
                   WRK-NOME-CARTAO DELIMITED BY SIZE
                   '  MATRICULA: ' DELIMITED BY SIZE
                   TEMP-MATRICULA DELIMITED BY SIZE
                   INTO WRK-LINHA-ATA
               END-STRING
               MOVE WRK-LINHA-ATA TO ATA-REG
               WRITE ATA-REG
               MOVE 'PROMOVIDO' TO WRK-RESULTADO
           END-IF.
           PERFORM 008-MATERIA-ATA.
           READ ATATEMP AT END MOVE 1 TO FLAG-TEMP.

       008-MATERIA-ATA.
      **
      * the student; a still-open CONSELHO leaves the year pending
      * unless something is already failed.
      **
           MOVE TEMP-MEDIA TO MEDIA-ED.
           MOVE SPACES TO WRK-LINHA-ATA.
           STRING '  ' DELIMITED BY SIZE
               TEMP-MATERIA DELIMITED BY SIZE
               ' NOTA: ' DELIMITED BY SIZE
               MEDIA-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               TEMP-STATUS DELIMITED BY SIZE
               INTO WRK-LINHA-ATA
           END-STRING.
           MOVE WRK-LINHA-ATA TO ATA-REG.
           WRITE ATA-REG.
           EVALUATE TEMP-STATUS
               WHEN 'REPROVADO'
               WHEN 'REPROVADO POR FALTA'
                   MOVE 'RETIDO' TO WRK-RESULTADO
               WHEN 'CONSELHO'
                   IF WRK-RESULTADO NOT EQUAL 'RETIDO'
                       MOVE 'PENDENTE DE CONSELHO'
                           TO WRK-RESULTADO
                   END-IF
           END-EVALUATE.

       010-RESULTADO-ALUNO.
      **
      * Closes a student's block: PROMOVIDO only with all subjects
      * APROVADO and no CONSELHO left open.
      **
           MOVE SPACES TO WRK-LINHA-ATA.
           STRING 'RESULTADO DO ANO: ' DELIMITED BY SIZE
               WRK-RESULTADO DELIMITED BY SIZE
               INTO WRK-LINHA-ATA
           END-STRING.
           MOVE WRK-LINHA-ATA TO ATA-REG.
           WRITE ATA-REG.
           EVALUATE WRK-RESULTADO
               WHEN 'PROMOVIDO'
                   ADD 1 TO WRK-QTD-PROMOVIDOS
               WHEN 'PENDENTE DE CONSELHO'
                   ADD 1 TO WRK-QTD-PENDENTES
               WHEN OTHER
                   ADD 1 TO WRK-QTD-RETIDOS
           END-EVALUATE.

       011-FECHAMENTO-ATA.
           MOVE SPACES TO ATA-REG.
               CLOSE EXECLOG
           END-IF.

       024-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG026' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG026.
