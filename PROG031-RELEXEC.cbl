           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
      * The pairing runs in two sorts, so the size of the log is
      * bounded by the work files only: the first orders the INICIO
      * and FIM lines by program, date and log order and numbers
      * the pairs into EVTEMP.TMP (the n-th FIM claimed goes with
      * the n-th INICIO); the second brings every pair together.
      *-----------------------
           SELECT SORT-EVENTOS ASSIGN TO 'EVSORT.TMP'.
           SELECT SORT-PARES ASSIGN TO 'PARSORT.TMP'.
           SELECT EVTEMP ASSIGN TO 'EVTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD EXECLOG.
       COPY EXECLOG.
       SD SORT-EVENTOS.
       01 SRT-EV-REG.
           05 SRT-EV-PROGRAMA PIC X(8).
           05 SRT-EV-DATA PIC 9(8).
           05 SRT-EV-SEQ PIC 9(9).
           05 SRT-EV-HORA PIC 9(8).
           05 SRT-EV-EVENTO PIC X(10).
           05 SRT-EV-DETALHE PIC X(30).
      *-----------------------
      * Par numerado: TIPO '1' INICIO, '2' o FIM que o casa e '3'
      * o FIM sem INICIO (par zero, ordena antes dos pares).
      *-----------------------
       SD SORT-PARES.
       01 SRT-PAR-REG.
           05 SRT-PAR-PROGRAMA PIC X(8).
           05 SRT-PAR-DATA PIC 9(8).
           05 SRT-PAR-NUMERO PIC 9(9).
           05 SRT-PAR-TIPO PIC X(1).
           05 SRT-PAR-HORA PIC 9(8).
           05 SRT-PAR-DETALHE PIC X(30).
       FD EVTEMP.
       01 TEMP-REG.
           05 TEMP-PROGRAMA PIC X(8).
           05 TEMP-DATA PIC 9(8).
           05 TEMP-NUMERO PIC 9(9).
           05 TEMP-TIPO PIC X(1).
           05 TEMP-HORA PIC 9(8).
           05 TEMP-DETALHE PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 FLAG-EXECLOG PIC 9(1) VALUE 0.
      * a data de ontem, para a ronda da manha.
       77 WRK-FILTRO-DATA PIC X(8) VALUE SPACES.
      *-----------------------
      * Casamento: cada INICIO fica com o primeiro FIM posterior
      * do mesmo programa e data ainda nao casado. Na ordem do log,
      * um FIM so casa se ha INICIO em aberto no grupo; o n-esimo
      * FIM casado e o do n-esimo INICIO.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-SORT PIC 9(1) VALUE 0.
       77 QTD-EVENTOS PIC 9(9) VALUE ZEROS.
       77 QTD-INICIOS PIC 9(9) VALUE ZEROS.
       77 QTD-FINS-CASADOS PIC 9(9) VALUE ZEROS.
       01 WRK-GRUPO-ATUAL.
           05 WRK-GRP-PROGRAMA PIC X(8).
           05 WRK-GRP-DATA PIC 9(8).
      *-----------------------
      * INICIO a espera do seu FIM na segunda ordenacao.
       77 WRK-INI-PENDENTE PIC X(1) VALUE 'N'.
       01 WRK-INICIO.
           05 WRK-INI-PROGRAMA PIC X(8).
           05 WRK-INI-DATA PIC 9(8).
           05 WRK-INI-HORA PIC 9(8).
      *-----------------------
      * Duracao em segundos a partir de EXELOG-HORA (HHMMSSCC);
      * uma virada de meia-noite soma um dia.
           05 WRK-SS PIC 9(2).
           05 FILLER PIC 9(2).
      *-----------------------
      * Resumo por programa (na quebra de programa) e do log todo.
       77 WRK-PROGRAMA-RES PIC X(8) VALUE SPACES.
       77 WRK-CONCLUIDA PIC X(1) VALUE 'N'.
       77 WRK-RES-EXECUCOES PIC 9(5) VALUE ZEROS.
       77 WRK-RES-CONCLUIDAS PIC 9(5) VALUE ZEROS.
       77 WRK-RES-ABORTADAS PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-EXECUCOES PIC 9(7) VALUE ZEROS.
       77 WRK-TOT-CONCLUIDAS PIC 9(7) VALUE ZEROS.
       77 WRK-TOT-ABORTADAS PIC 9(7) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
           DISPLAY 'DATA A ANALISAR (AAAAMMDD, BRANCO = TODAS): '.
           ACCEPT WRK-FILTRO-DATA.
           MOVE ZEROS TO QTD-EVENTOS.
           SORT SORT-EVENTOS
               ON ASCENDING KEY SRT-EV-PROGRAMA
               ON ASCENDING KEY SRT-EV-DATA
               ON ASCENDING KEY SRT-EV-SEQ
               INPUT PROCEDURE IS 001-CARREGA-EVENTOS
               OUTPUT PROCEDURE IS 003-NUMERA-PARES.
           IF QTD-EVENTOS EQUAL ZEROS
               DISPLAY 'NENHUM EVENTO EM EXECLOG.TXT.'
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'SAUDE DAS EXECUCOES'
               DISPLAY '#########################################'
               SORT SORT-PARES
                   ON ASCENDING KEY SRT-PAR-PROGRAMA
                   ON ASCENDING KEY SRT-PAR-DATA
                   ON ASCENDING KEY SRT-PAR-NUMERO
                   ON ASCENDING KEY SRT-PAR-TIPO
                   USING EVTEMP
                   OUTPUT PROCEDURE IS 010-ANALISA-PARES
               PERFORM 009-RESUMO-PROGRAMAS
           END-IF.
           GOBACK.

       001-CARREGA-EVENTOS.
      **
      * Input of the first sort: the INICIO and FIM lines of the
      * date asked (or of the whole log), numbered in log order.
      **
           OPEN INPUT EXECLOG.
           IF WS-EXELOG-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EXECLOG.TXT - FILE STATUS: '
           END-IF.

       002-CARREGA-EVENTO-ITEM.
           IF (WRK-FILTRO-DATA EQUAL SPACES
               OR EXELOG-DATA EQUAL WRK-FILTRO-DATA)
               AND (EXELOG-EVENTO EQUAL 'INICIO'
               OR EXELOG-EVENTO EQUAL 'FIM')
               ADD 1 TO QTD-EVENTOS
               MOVE EXELOG-PROGRAMA TO SRT-EV-PROGRAMA
               MOVE EXELOG-DATA TO SRT-EV-DATA
               MOVE QTD-EVENTOS TO SRT-EV-SEQ
               MOVE EXELOG-HORA TO SRT-EV-HORA
               MOVE EXELOG-EVENTO TO SRT-EV-EVENTO
               MOVE EXELOG-DETALHE TO SRT-EV-DETALHE
               RELEASE SRT-EV-REG
           END-IF.
           READ EXECLOG AT END MOVE 1 TO FLAG-EXECLOG.

       003-NUMERA-PARES.
      **
      * Output of the first sort: each program and date in log
      * order, every INICIO numbered and every FIM given the number
      * of the oldest INICIO still open, or marked orphan.
      **
           OPEN OUTPUT EVTEMP.
           MOVE HIGH-VALUES TO WRK-GRUPO-ATUAL.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-EVENTOS AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 004-NUMERA-PAR-ITEM
               UNTIL FLAG-SORT EQUAL TO 1.
           CLOSE EVTEMP.

       004-NUMERA-PAR-ITEM.
           IF SRT-EV-PROGRAMA NOT EQUAL WRK-GRP-PROGRAMA
               OR SRT-EV-DATA NOT EQUAL WRK-GRP-DATA
               MOVE SRT-EV-PROGRAMA TO WRK-GRP-PROGRAMA
               MOVE SRT-EV-DATA TO WRK-GRP-DATA
               MOVE ZEROS TO QTD-INICIOS
               MOVE ZEROS TO QTD-FINS-CASADOS
           END-IF.
           MOVE SRT-EV-PROGRAMA TO TEMP-PROGRAMA.
           MOVE SRT-EV-DATA TO TEMP-DATA.
           MOVE SRT-EV-HORA TO TEMP-HORA.
           MOVE SRT-EV-DETALHE TO TEMP-DETALHE.
           IF SRT-EV-EVENTO EQUAL 'INICIO'
               ADD 1 TO QTD-INICIOS
               MOVE QTD-INICIOS TO TEMP-NUMERO
               MOVE '1' TO TEMP-TIPO
           ELSE
               IF QTD-FINS-CASADOS LESS THAN QTD-INICIOS
                   ADD 1 TO QTD-FINS-CASADOS
                   MOVE QTD-FINS-CASADOS TO TEMP-NUMERO
                   MOVE '2' TO TEMP-TIPO
               ELSE
                   MOVE ZEROS TO TEMP-NUMERO
                   MOVE '3' TO TEMP-TIPO
               END-IF
           END-IF.
           WRITE TEMP-REG.
           RETURN SORT-EVENTOS AT END MOVE 1 TO FLAG-SORT.

       010-ANALISA-PARES.
      **
      * Output of the second sort: an INICIO followed by its FIM is
      * a concluded run with its duration, an INICIO left alone an
      * aborted run, and an orphan FIM gets its aviso. Each program
      * closes with its summary line.
      **
           MOVE 'N' TO WRK-INI-PENDENTE.
           MOVE HIGH-VALUES TO WRK-PROGRAMA-RES.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-PARES AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 006-ANALISA-PAR-ITEM
               UNTIL FLAG-SORT EQUAL TO 1.
           IF WRK-INI-PENDENTE EQUAL 'S'
               PERFORM 007-INICIO-ABORTADO
           END-IF.
           IF WRK-PROGRAMA-RES NOT EQUAL HIGH-VALUES
               PERFORM 011-LINHA-RESUMO
           END-IF.

       006-ANALISA-PAR-ITEM.
           IF WRK-INI-PENDENTE EQUAL 'S'
               AND SRT-PAR-TIPO NOT EQUAL '2'
               PERFORM 007-INICIO-ABORTADO
           END-IF.
           IF SRT-PAR-PROGRAMA NOT EQUAL WRK-PROGRAMA-RES
               IF WRK-PROGRAMA-RES NOT EQUAL HIGH-VALUES
                   PERFORM 011-LINHA-RESUMO
               END-IF
               MOVE SRT-PAR-PROGRAMA TO WRK-PROGRAMA-RES
               MOVE ZEROS TO WRK-RES-EXECUCOES
               MOVE ZEROS TO WRK-RES-CONCLUIDAS
               MOVE ZEROS TO WRK-RES-ABORTADAS
           END-IF.
           EVALUATE SRT-PAR-TIPO
               WHEN '1'
                   MOVE 'S' TO WRK-INI-PENDENTE
                   MOVE SRT-PAR-PROGRAMA TO WRK-INI-PROGRAMA
                   MOVE SRT-PAR-DATA TO WRK-INI-DATA
                   MOVE SRT-PAR-HORA TO WRK-INI-HORA
               WHEN '2'
                   PERFORM 005-CALCULA-DURACAO
                   MOVE WRK-INI-DATA TO WRK-DATA-ED
                   MOVE WRK-DURACAO TO WRK-DURACAO-ED
                   DISPLAY WRK-DATA-ED ' '
                       WRK-INI-PROGRAMA
                       ' CONCLUIDO EM ' WRK-DURACAO-ED ' SEG - '
                       SRT-PAR-DETALHE
                   MOVE 'S' TO WRK-CONCLUIDA
                   PERFORM 008-ACUMULA-RESUMO
                   MOVE 'N' TO WRK-INI-PENDENTE
               WHEN OTHER
                   MOVE SRT-PAR-DATA TO WRK-DATA-ED
                   DISPLAY WRK-DATA-ED ' '
                       SRT-PAR-PROGRAMA
                       ' AVISO: FIM SEM INICIO CORRESPONDENTE.'
           END-EVALUATE.
           RETURN SORT-PARES AT END MOVE 1 TO FLAG-SORT.

       007-INICIO-ABORTADO.
           MOVE WRK-INI-DATA TO WRK-DATA-ED.
           DISPLAY WRK-DATA-ED ' '
               WRK-INI-PROGRAMA
               ' *** ABORTADO (INICIO SEM FIM) ***'.
           MOVE 'N' TO WRK-CONCLUIDA.
           PERFORM 008-ACUMULA-RESUMO.
           MOVE 'N' TO WRK-INI-PENDENTE.

       005-CALCULA-DURACAO.
      **
      * Duracao em segundos a partir das horas HHMMSSCC; diferenca
      * negativa significa virada de meia-noite e soma um dia.
      **
           MOVE WRK-INI-HORA TO WRK-HORA-APOIO.
           COMPUTE WRK-SEG-INICIO =
               WRK-HH * 3600 + WRK-MM * 60 + WRK-SS.
           MOVE SRT-PAR-HORA TO WRK-HORA-APOIO.
           COMPUTE WRK-SEG-FIM =
               WRK-HH * 3600 + WRK-MM * 60 + WRK-SS.
           COMPUTE WRK-DURACAO = WRK-SEG-FIM - WRK-SEG-INICIO.
               COMPUTE WRK-DURACAO = WRK-DURACAO + 86400
           END-IF.

       008-ACUMULA-RESUMO.
           ADD 1 TO WRK-RES-EXECUCOES.
           ADD 1 TO WRK-TOT-EXECUCOES.
           IF WRK-CONCLUIDA EQUAL 'S'
               ADD 1 TO WRK-RES-CONCLUIDAS
               ADD 1 TO WRK-TOT-CONCLUIDAS
           ELSE
               ADD 1 TO WRK-RES-ABORTADAS
               ADD 1 TO WRK-TOT-ABORTADAS
           END-IF.

       009-RESUMO-PROGRAMAS.
      **
      * The overnight schedule at a glance: what ran, what finished
      * and what crashed, over every program of the report.
      **
           DISPLAY '#########################################'.
           DISPLAY 'RESUMO GERAL'.
           DISPLAY '#########################################'.
           DISPLAY 'EXECUCOES: ' WRK-TOT-EXECUCOES
               ' CONCLUIDAS: ' WRK-TOT-CONCLUIDAS
               ' ABORTADAS: ' WRK-TOT-ABORTADAS.

       011-LINHA-RESUMO.
           DISPLAY '--- ' WRK-PROGRAMA-RES
               ' EXECUCOES: ' WRK-RES-EXECUCOES
               ' CONCLUIDAS: ' WRK-RES-CONCLUIDAS
               ' ABORTADAS: ' WRK-RES-ABORTADAS.

      ** add other procedures here
       END PROGRAM PROG031.
