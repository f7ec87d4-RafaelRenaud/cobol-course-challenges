      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG058.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Night job stream: JOBSTREAM.TXT lists the steps in running
      * order and the controller CALLs each program in turn, so the
      * overnight sequence no longer needs someone at the console.
      * One line per step, in fixed columns:
      *     1-2   step number (ascending; non-numeric = comment)
      *     4-11  program (PROGnnn)
      *    13-24  parameter file (blank = none)
      *    26-33  up to four predecessor steps, 2 digits each
      *    35     S = a failure here stops the rest of the chain
      *    37-66  description
      * A predecessor must be an earlier step; a step runs only when
      * every predecessor concluded. The programs leave RETURN-CODE
      * 8 when the run did not do its job, which is how a step is
      * judged failed.
      *-----------------------
           SELECT JOBSTREAM ASSIGN TO 'JOBSTREAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-STATUS.
      *-----------------------
      * JOBSTAT.TXT is the restart control: a header saying whether
      * the last stream ran to the end, then the state of each step
      * (concluded, failed, skipped, or started - the last meaning
      * the run died inside it). Rewritten at every state change, so
      * a stream cut off anywhere resumes at the step that did not
      * conclude, without repeating the ones that did.
      *-----------------------
           SELECT JOBSTAT ASSIGN TO 'JOBSTAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STAT-STATUS.
      *-----------------------
      * Each program answers its prompts from its own PROGnnn.PRM.
      * A step naming another file has it copied over that name for
      * the run and removed afterwards, so the program is not left
      * in unattended mode for the next clerk. A standing
      * PROGnnn.PRM is first set aside as PROGnnn.PRS (PRMGUARDA)
      * and put back after the step, so the stream never destroys
      * a parameter file it did not create.
      *-----------------------
           SELECT PRMORIGEM ASSIGN USING WRK-ARQ-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRMORIG-STATUS.
           SELECT PRMDESTINO ASSIGN USING WRK-ARQ-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRMDEST-STATUS.
           SELECT PRMGUARDA ASSIGN USING WRK-ARQ-GUARDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRMGUARDA-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD JOBSTREAM.
       01 JOB-REG.
           05 JOB-PASSO PIC X(2).
           05 FILLER PIC X(1).
           05 JOB-PROGRAMA PIC X(8).
           05 FILLER PIC X(1).
           05 JOB-PARAMETROS PIC X(12).
           05 FILLER PIC X(1).
           05 JOB-PREDECESSORES.
               10 JOB-PRED PIC X(2) OCCURS 4 TIMES.
           05 FILLER PIC X(1).
           05 JOB-PARA-CADEIA PIC X(1).
           05 FILLER PIC X(1).
           05 JOB-DESCRICAO PIC X(30).
       FD JOBSTAT.
       01 JST-REG.
           05 JST-PASSO PIC 9(2).
           05 JST-PROGRAMA PIC X(8).
           05 JST-SITUACAO PIC X(1).
           05 JST-DATA PIC 9(8).
           05 JST-HORA PIC 9(8).
           05 JST-RC PIC 9(4).
           05 JST-MOTIVO PIC X(30).
       FD PRMORIGEM.
       01 PRMORIG-REG PIC X(100).
       FD PRMDESTINO.
       01 PRMDEST-REG PIC X(100).
       FD PRMGUARDA.
       01 PRMGUARDA-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-JOB-STATUS PIC X(2) VALUE SPACES.
       77 WS-STAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-PRMORIG-STATUS PIC X(2) VALUE SPACES.
       77 WS-PRMDEST-STATUS PIC X(2) VALUE SPACES.
       77 WS-PRMGUARDA-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
      *-----------------------
      * Modo: 1 = executar ou retomar, 2 = recomecar do primeiro
      * passo, 3 = so exibir a situacao da ultima cadeia.
       77 WRK-MODO PIC X(1) VALUE SPACES.
       77 WRK-DEFINICAO-OK PIC X(1) VALUE 'S'.
       77 WRK-RETOMADA PIC X(1) VALUE 'N'.
      *-----------------------
      * Passos da cadeia. TABPAS-SITUACAO: branco = pendente,
      * C = concluido, F = falhou, P = pulado, I = iniciado (a
      * execucao morreu dentro dele); TABPAS-ANTERIOR marca o
      * concluido numa execucao anterior, que nao roda de novo.
       01 TABELA-PASSOS.
           05 PASSO-ITEM OCCURS 50 TIMES.
               10 TABPAS-PASSO PIC 9(2).
               10 TABPAS-PROGRAMA PIC X(8).
               10 TABPAS-PARAMETROS PIC X(12).
               10 TABPAS-PRED PIC 9(2) OCCURS 4 TIMES.
               10 TABPAS-PARA-CADEIA PIC X(1).
               10 TABPAS-DESCRICAO PIC X(30).
               10 TABPAS-SITUACAO PIC X(1).
               10 TABPAS-ANTERIOR PIC X(1).
               10 TABPAS-DATA PIC 9(8).
               10 TABPAS-HORA PIC 9(8).
               10 TABPAS-RC PIC 9(4).
               10 TABPAS-MOTIVO PIC X(30).
       77 QTD-PASSOS PIC 9(2) VALUE ZEROS.
       77 IDX-PASSO PIC 9(2) VALUE ZEROS.
       77 IDX-PRED PIC 9(1) VALUE ZEROS.
       77 IDX-PROCURA PIC 9(2) VALUE ZEROS.
       77 IDX-PASSO-ACHADO PIC 9(2) VALUE ZEROS.
       77 WRK-PASSO-PROCURA PIC 9(2) VALUE ZEROS.
       77 WRK-PRED-FALTA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Situacao da ultima cadeia lida do cabecalho de JOBSTAT.TXT:
      * A = aberta (parou antes do fim ou com falha), E = encerrada.
       77 WRK-CADEIA-ANTERIOR PIC X(1) VALUE SPACES.
       77 WRK-CADEIA-PARADA PIC X(1) VALUE 'N'.
       77 WRK-PASSO-PARADA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Chamada do passo: o programa, o retorno e a copia do
      * arquivo de parametros.
       77 WRK-PROGRAMA PIC X(8) VALUE SPACES.
       77 WRK-NAO-ACHOU PIC X(1) VALUE 'N'.
       77 WRK-RC PIC 9(4) VALUE ZEROS.
       77 WRK-ARQ-ORIGEM PIC X(12) VALUE SPACES.
       77 WRK-ARQ-DESTINO PIC X(12) VALUE SPACES.
       77 WRK-ARQ-GUARDA PIC X(12) VALUE SPACES.
       77 WRK-COPIOU-PRM PIC X(1) VALUE 'N'.
       77 WRK-GUARDOU-PRM PIC X(1) VALUE 'N'.
       77 WRK-PRM-OK PIC X(1) VALUE 'S'.
       77 WRK-PRM-ERRO PIC X(15) VALUE SPACES.
      *-----------------------
      * Totais do resumo de fim de cadeia.
       77 QTD-EXECUTADOS PIC 9(2) VALUE ZEROS.
       77 QTD-CONCLUIDOS PIC 9(2) VALUE ZEROS.
       77 QTD-FALHOS PIC 9(2) VALUE ZEROS.
       77 QTD-PULADOS PIC 9(2) VALUE ZEROS.
       77 QTD-JA-CONCLUIDOS PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-ED PIC Z9 VALUE ZEROS.
       77 WRK-RC-ED PIC ZZZ9 VALUE ZEROS.
       77 WRK-SITUACAO-ED PIC X(12) VALUE SPACES.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-AGORA PIC 9(8) VALUE ZEROS.
      *-----------------------
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY '#########################################'.
           DISPLAY 'CADEIA NOTURNA DE PROCESSAMENTO'.
           DISPLAY '#########################################'.
           DISPLAY 'MODO: (1) EXECUTAR OU RETOMAR (PADRAO)'.
           DISPLAY '      (2) RECOMECAR DO PRIMEIRO PASSO'.
           DISPLAY '      (3) SO EXIBIR A SITUACAO DA ULTIMA CADEIA'.
           ACCEPT WRK-MODO.
           PERFORM 001-CARREGA-DEFINICAO.
           IF WRK-DEFINICAO-OK EQUAL 'S'
               PERFORM 005-CARREGA-SITUACAO
               EVALUATE WRK-MODO
                   WHEN '3'
                       PERFORM 021-RESUMO
                   WHEN OTHER
                       PERFORM 008-EXECUTA-CADEIA
               END-EVALUATE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           IF WRK-DEFINICAO-OK NOT EQUAL 'S'
               OR QTD-FALHOS GREATER THAN ZEROS
               OR QTD-PULADOS GREATER THAN ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       001-CARREGA-DEFINICAO.
      **
      * JOBSTREAM.TXT into the step table, checked whole before
      * anything runs: ascending step numbers, a program on every
      * step and predecessors that are earlier steps. A bad
      * definition runs nothing.
      **
           MOVE ZEROS TO QTD-PASSOS.
           OPEN INPUT JOBSTREAM.
           IF WS-JOB-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR JOBSTREAM.TXT - FILE STATUS: '
                   WS-JOB-STATUS
               MOVE 'N' TO WRK-DEFINICAO-OK
           ELSE
               MOVE 0 TO FLAG-ARQUIVO
               READ JOBSTREAM AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 002-DEFINICAO-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE JOBSTREAM
               IF QTD-PASSOS EQUAL ZEROS
                   DISPLAY 'JOBSTREAM.TXT SEM PASSOS.'
                   MOVE 'N' TO WRK-DEFINICAO-OK
               END-IF
           END-IF.

       002-DEFINICAO-ITEM.
           IF JOB-PASSO NUMERIC
               IF QTD-PASSOS LESS THAN 50
                   ADD 1 TO QTD-PASSOS
                   PERFORM 003-GUARDA-PASSO
               ELSE
                   DISPLAY 'JOBSTREAM.TXT ACIMA DE 50 PASSOS.'
                   MOVE 'N' TO WRK-DEFINICAO-OK
                   MOVE 1 TO FLAG-ARQUIVO
               END-IF
           END-IF.
           IF FLAG-ARQUIVO EQUAL 0
               READ JOBSTREAM AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
           END-IF.

       003-GUARDA-PASSO.
           MOVE JOB-PASSO TO TABPAS-PASSO(QTD-PASSOS).
           MOVE JOB-PROGRAMA TO TABPAS-PROGRAMA(QTD-PASSOS).
           MOVE JOB-PARAMETROS TO TABPAS-PARAMETROS(QTD-PASSOS).
           MOVE JOB-PARA-CADEIA TO TABPAS-PARA-CADEIA(QTD-PASSOS).
           MOVE JOB-DESCRICAO TO TABPAS-DESCRICAO(QTD-PASSOS).
           MOVE SPACES TO TABPAS-SITUACAO(QTD-PASSOS).
           MOVE 'N' TO TABPAS-ANTERIOR(QTD-PASSOS).
           MOVE ZEROS TO TABPAS-DATA(QTD-PASSOS).
           MOVE ZEROS TO TABPAS-HORA(QTD-PASSOS).
           MOVE ZEROS TO TABPAS-RC(QTD-PASSOS).
           MOVE SPACES TO TABPAS-MOTIVO(QTD-PASSOS).
           IF JOB-PROGRAMA EQUAL SPACES
               DISPLAY 'PASSO ' JOB-PASSO ' SEM PROGRAMA.'
               MOVE 'N' TO WRK-DEFINICAO-OK
           END-IF.
           IF QTD-PASSOS GREATER THAN 1
               IF TABPAS-PASSO(QTD-PASSOS) NOT GREATER THAN
                   TABPAS-PASSO(QTD-PASSOS - 1)
                   DISPLAY 'PASSO ' JOB-PASSO ' FORA DE ORDEM.'
                   MOVE 'N' TO WRK-DEFINICAO-OK
               END-IF
           END-IF.
           PERFORM 004-GUARDA-PREDECESSOR
               VARYING IDX-PRED FROM 1 BY 1
               UNTIL IDX-PRED GREATER THAN 4.

       004-GUARDA-PREDECESSOR.
           IF JOB-PRED(IDX-PRED) NUMERIC
               MOVE JOB-PRED(IDX-PRED)
                   TO TABPAS-PRED(QTD-PASSOS, IDX-PRED)
           ELSE
               MOVE ZEROS TO TABPAS-PRED(QTD-PASSOS, IDX-PRED)
           END-IF.
           IF TABPAS-PRED(QTD-PASSOS, IDX-PRED) GREATER THAN ZEROS
               MOVE TABPAS-PRED(QTD-PASSOS, IDX-PRED)
                   TO WRK-PASSO-PROCURA
               PERFORM 006-PROCURA-PASSO
               IF IDX-PASSO-ACHADO EQUAL ZEROS
                   OR IDX-PASSO-ACHADO EQUAL QTD-PASSOS
                   DISPLAY 'PASSO ' JOB-PASSO ' DEPENDE DO PASSO '
                       JOB-PRED(IDX-PRED) ', QUE NAO O ANTECEDE.'
                   MOVE 'N' TO WRK-DEFINICAO-OK
               END-IF
           END-IF.

       005-CARREGA-SITUACAO.
      **
      * State of the last stream. A header 'A' means it stopped
      * short or had a failure: its concluded steps are kept and
      * the rest run again. Mode 2, a header 'E' or no file at all
      * start from the first step.
      **
           MOVE SPACES TO WRK-CADEIA-ANTERIOR.
           OPEN INPUT JOBSTAT.
           IF WS-STAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ JOBSTAT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 007-SITUACAO-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE JOBSTAT
           END-IF.
           MOVE 'N' TO WRK-RETOMADA.
           IF WRK-CADEIA-ANTERIOR EQUAL 'A' AND WRK-MODO NOT EQUAL '2'
               MOVE 'S' TO WRK-RETOMADA
           END-IF.

       006-PROCURA-PASSO.
           MOVE ZEROS TO IDX-PASSO-ACHADO.
           PERFORM 020-COMPARA-PASSO
               VARYING IDX-PROCURA FROM 1 BY 1
               UNTIL IDX-PROCURA GREATER THAN QTD-PASSOS
               OR IDX-PASSO-ACHADO GREATER THAN ZEROS.

       007-SITUACAO-ITEM.
           IF JST-PASSO EQUAL ZEROS
               MOVE JST-SITUACAO TO WRK-CADEIA-ANTERIOR
           ELSE
               MOVE JST-PASSO TO WRK-PASSO-PROCURA
               PERFORM 006-PROCURA-PASSO
               IF IDX-PASSO-ACHADO GREATER THAN ZEROS
                   IF TABPAS-PROGRAMA(IDX-PASSO-ACHADO)
                       EQUAL JST-PROGRAMA
                       MOVE JST-SITUACAO
                           TO TABPAS-SITUACAO(IDX-PASSO-ACHADO)
                       MOVE JST-DATA TO TABPAS-DATA(IDX-PASSO-ACHADO)
                       MOVE JST-HORA TO TABPAS-HORA(IDX-PASSO-ACHADO)
                       MOVE JST-RC TO TABPAS-RC(IDX-PASSO-ACHADO)
                       MOVE JST-MOTIVO
                           TO TABPAS-MOTIVO(IDX-PASSO-ACHADO)
                   END-IF
               END-IF
           END-IF.
           READ JOBSTAT AT END MOVE 1 TO FLAG-ARQUIVO.

       008-EXECUTA-CADEIA.
      **
      * The stream itself: on a restart only the steps concluded
      * last time are kept; everything else is pending again and
      * runs, skips or fails afresh, step by step.
      **
           IF WRK-RETOMADA EQUAL 'S'
               DISPLAY 'RETOMANDO A CADEIA INTERROMPIDA.'
               MOVE 'RETOMADA' TO WS-EXELOG-EVENTO
           ELSE
               MOVE 'INICIO' TO WS-EXELOG-EVENTO
           END-IF.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           PERFORM 019-GRAVA-EXECLOG.
           PERFORM 009-PREPARA-PASSO
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO GREATER THAN QTD-PASSOS.
           MOVE 'A' TO WRK-CADEIA-ANTERIOR.
           PERFORM 017-GRAVA-SITUACAO.
           MOVE 'N' TO WRK-CADEIA-PARADA.
           PERFORM 010-EXECUTA-PASSO
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO GREATER THAN QTD-PASSOS.
           IF QTD-FALHOS EQUAL ZEROS AND QTD-PULADOS EQUAL ZEROS
               MOVE 'E' TO WRK-CADEIA-ANTERIOR
           END-IF.
           PERFORM 017-GRAVA-SITUACAO.
           PERFORM 021-RESUMO.
           MOVE 'FIM' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           MOVE QTD-FALHOS TO WRK-QTD-ED.
           STRING 'FALHAS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO WS-EXELOG-DETALHE
           END-STRING.
           MOVE QTD-PULADOS TO WRK-QTD-ED.
           STRING ' PULADOS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO WS-EXELOG-DETALHE(10:)
           END-STRING.
           PERFORM 019-GRAVA-EXECLOG.

       009-PREPARA-PASSO.
           IF WRK-RETOMADA EQUAL 'S'
               AND TABPAS-SITUACAO(IDX-PASSO) EQUAL 'C'
               MOVE 'S' TO TABPAS-ANTERIOR(IDX-PASSO)
           ELSE
               MOVE SPACES TO TABPAS-SITUACAO(IDX-PASSO)
               MOVE 'N' TO TABPAS-ANTERIOR(IDX-PASSO)
               MOVE ZEROS TO TABPAS-DATA(IDX-PASSO)
               MOVE ZEROS TO TABPAS-HORA(IDX-PASSO)
               MOVE ZEROS TO TABPAS-RC(IDX-PASSO)
               MOVE SPACES TO TABPAS-MOTIVO(IDX-PASSO)
           END-IF.

       010-EXECUTA-PASSO.
      **
      * One step: kept from the last run, skipped (chain stopped
      * or a predecessor not concluded) or run.
      **
           EVALUATE TRUE
               WHEN TABPAS-ANTERIOR(IDX-PASSO) EQUAL 'S'
                   ADD 1 TO QTD-JA-CONCLUIDOS
                   DISPLAY 'PASSO ' TABPAS-PASSO(IDX-PASSO) ' '
                       TABPAS-PROGRAMA(IDX-PASSO)
                       ' JA CONCLUIDO NA EXECUCAO ANTERIOR.'
               WHEN WRK-CADEIA-PARADA EQUAL 'S'
                   MOVE SPACES TO TABPAS-MOTIVO(IDX-PASSO)
                   STRING 'CADEIA PARADA NO ' DELIMITED BY SIZE
                       WRK-PASSO-PARADA DELIMITED BY SIZE
                       INTO TABPAS-MOTIVO(IDX-PASSO)
                   END-STRING
                   PERFORM 016-PULA-PASSO
               WHEN OTHER
                   MOVE ZEROS TO WRK-PRED-FALTA
                   PERFORM 011-CONFERE-PREDECESSOR
                       VARYING IDX-PRED FROM 1 BY 1
                       UNTIL IDX-PRED GREATER THAN 4
                   IF WRK-PRED-FALTA GREATER THAN ZEROS
                       MOVE SPACES TO TABPAS-MOTIVO(IDX-PASSO)
                       STRING 'PASSO ' DELIMITED BY SIZE
                           WRK-PRED-FALTA DELIMITED BY SIZE
                           ' NAO CONCLUIU' DELIMITED BY SIZE
                           INTO TABPAS-MOTIVO(IDX-PASSO)
                       END-STRING
                       PERFORM 016-PULA-PASSO
                   ELSE
                       PERFORM 012-RODA-PASSO
                   END-IF
           END-EVALUATE.

       011-CONFERE-PREDECESSOR.
           IF TABPAS-PRED(IDX-PASSO, IDX-PRED) GREATER THAN ZEROS
               AND WRK-PRED-FALTA EQUAL ZEROS
               MOVE TABPAS-PRED(IDX-PASSO, IDX-PRED)
                   TO WRK-PASSO-PROCURA
               PERFORM 006-PROCURA-PASSO
               IF TABPAS-SITUACAO(IDX-PASSO-ACHADO) NOT EQUAL 'C'
                   MOVE WRK-PASSO-PROCURA TO WRK-PRED-FALTA
               END-IF
           END-IF.

       012-RODA-PASSO.
      **
      * Parameters in place, state 'I' on disk, then the CALL. A
      * program that cannot be loaded or returns a non-zero
      * RETURN-CODE fails the step; a failure on a step marked S
      * stops the rest of the chain.
      **
           ADD 1 TO QTD-EXECUTADOS.
           MOVE TABPAS-PROGRAMA(IDX-PASSO) TO WRK-PROGRAMA.
           DISPLAY '#########################################'.
           DISPLAY 'PASSO ' TABPAS-PASSO(IDX-PASSO) ' '
               WRK-PROGRAMA ' ' TABPAS-DESCRICAO(IDX-PASSO).
           DISPLAY '#########################################'.
           PERFORM 013-PREPARA-PARAMETROS.
           ACCEPT TABPAS-DATA(IDX-PASSO) FROM DATE YYYYMMDD.
           ACCEPT TABPAS-HORA(IDX-PASSO) FROM TIME.
           MOVE ZEROS TO TABPAS-RC(IDX-PASSO).
           MOVE SPACES TO TABPAS-MOTIVO(IDX-PASSO).
           IF WRK-PRM-OK NOT EQUAL 'S'
               MOVE 'F' TO TABPAS-SITUACAO(IDX-PASSO)
               STRING WRK-PRM-ERRO DELIMITED BY SIZE
                   TABPAS-PARAMETROS(IDX-PASSO) DELIMITED BY SIZE
                   INTO TABPAS-MOTIVO(IDX-PASSO)
               END-STRING
           ELSE
               MOVE 'I' TO TABPAS-SITUACAO(IDX-PASSO)
               PERFORM 017-GRAVA-SITUACAO
               MOVE 'PASSO-INI' TO WS-EXELOG-EVENTO
               PERFORM 015-DETALHE-PASSO
               PERFORM 019-GRAVA-EXECLOG
               MOVE 'N' TO WRK-NAO-ACHOU
               MOVE 0 TO RETURN-CODE
               CALL WRK-PROGRAMA
                   ON EXCEPTION MOVE 'S' TO WRK-NAO-ACHOU
               END-CALL
               MOVE RETURN-CODE TO WRK-RC
               MOVE 0 TO RETURN-CODE
               IF WRK-NAO-ACHOU EQUAL 'S'
                   MOVE 'F' TO TABPAS-SITUACAO(IDX-PASSO)
                   MOVE 'PROGRAMA NAO ENCONTRADO'
                       TO TABPAS-MOTIVO(IDX-PASSO)
               ELSE
                   CANCEL WRK-PROGRAMA
                   MOVE WRK-RC TO TABPAS-RC(IDX-PASSO)
                   IF WRK-RC EQUAL ZEROS
                       MOVE 'C' TO TABPAS-SITUACAO(IDX-PASSO)
                   ELSE
                       MOVE 'F' TO TABPAS-SITUACAO(IDX-PASSO)
                       MOVE WRK-RC TO WRK-RC-ED
                       STRING 'RETURN-CODE' DELIMITED BY SIZE
                           WRK-RC-ED DELIMITED BY SIZE
                           INTO TABPAS-MOTIVO(IDX-PASSO)
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           PERFORM 014-REMOVE-PARAMETROS.
           IF TABPAS-SITUACAO(IDX-PASSO) EQUAL 'C'
               ADD 1 TO QTD-CONCLUIDOS
               MOVE 'PASSO-OK' TO WS-EXELOG-EVENTO
           ELSE
               ADD 1 TO QTD-FALHOS
               MOVE 'PASSO-ERRO' TO WS-EXELOG-EVENTO
               IF TABPAS-PARA-CADEIA(IDX-PASSO) EQUAL 'S'
                   MOVE 'S' TO WRK-CADEIA-PARADA
                   MOVE TABPAS-PASSO(IDX-PASSO) TO WRK-PASSO-PARADA
               END-IF
           END-IF.
           PERFORM 017-GRAVA-SITUACAO.
           PERFORM 015-DETALHE-PASSO.
           PERFORM 019-GRAVA-EXECLOG.

       013-PREPARA-PARAMETROS.
      **
      * A parameter file named for the step is copied over the
      * program's own PROGnnn.PRM; naming PROGnnn.PRM itself uses
      * it as it stands. A standing PROGnnn.PRM is set aside as
      * PROGnnn.PRS for the step. A missing file, or a standing
      * one that cannot be set aside, fails the step unrun.
      **
           MOVE 'S' TO WRK-PRM-OK.
           MOVE 'N' TO WRK-COPIOU-PRM.
           MOVE 'N' TO WRK-GUARDOU-PRM.
           IF TABPAS-PARAMETROS(IDX-PASSO) NOT EQUAL SPACES
               MOVE TABPAS-PARAMETROS(IDX-PASSO) TO WRK-ARQ-ORIGEM
               MOVE SPACES TO WRK-ARQ-DESTINO
               STRING WRK-PROGRAMA DELIMITED BY SPACE
                   '.PRM' DELIMITED BY SIZE
                   INTO WRK-ARQ-DESTINO
               END-STRING
               MOVE SPACES TO WRK-ARQ-GUARDA
               STRING WRK-PROGRAMA DELIMITED BY SPACE
                   '.PRS' DELIMITED BY SIZE
                   INTO WRK-ARQ-GUARDA
               END-STRING
               PERFORM 024-DEVOLVE-GUARDA
               OPEN INPUT PRMORIGEM
               IF WS-PRMORIG-STATUS NOT EQUAL '00'
                   DISPLAY 'ARQUIVO DE PARAMETROS ' WRK-ARQ-ORIGEM
                       ' NAO ENCONTRADO.'
                   MOVE 'N' TO WRK-PRM-OK
                   MOVE 'SEM PARAMETROS ' TO WRK-PRM-ERRO
               ELSE
                   IF WRK-ARQ-ORIGEM NOT EQUAL WRK-ARQ-DESTINO
                       PERFORM 025-GUARDA-PRM
                   END-IF
                   IF WRK-ARQ-ORIGEM NOT EQUAL WRK-ARQ-DESTINO
                       AND WRK-PRM-OK EQUAL 'S'
                       OPEN OUTPUT PRMDESTINO
                       MOVE 0 TO FLAG-ARQUIVO
                       READ PRMORIGEM AT END MOVE 1 TO FLAG-ARQUIVO
                       END-READ
                       PERFORM 018-COPIA-PARAMETRO
                           UNTIL FLAG-ARQUIVO EQUAL TO 1
                       CLOSE PRMDESTINO
                       MOVE 'S' TO WRK-COPIOU-PRM
                   END-IF
                   CLOSE PRMORIGEM
               END-IF
           END-IF.

       014-REMOVE-PARAMETROS.
      **
      * Only the copy the step made is removed; a PROGnnn.PRM set
      * aside for the step goes back under its own name.
      **
           IF WRK-COPIOU-PRM EQUAL 'S'
               CALL 'CBL_DELETE_FILE' USING WRK-ARQ-DESTINO
               END-CALL
               MOVE 0 TO RETURN-CODE
               MOVE 'N' TO WRK-COPIOU-PRM
           END-IF.
           IF WRK-GUARDOU-PRM EQUAL 'S'
               CALL 'CBL_RENAME_FILE' USING WRK-ARQ-GUARDA
                   WRK-ARQ-DESTINO
               END-CALL
               MOVE 0 TO RETURN-CODE
               MOVE 'N' TO WRK-GUARDOU-PRM
           END-IF.

       015-DETALHE-PASSO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           STRING TABPAS-PASSO(IDX-PASSO) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TABPAS-PROGRAMA(IDX-PASSO) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               TABPAS-MOTIVO(IDX-PASSO) DELIMITED BY SIZE
               INTO WS-EXELOG-DETALHE
           END-STRING.

       016-PULA-PASSO.
           MOVE 'P' TO TABPAS-SITUACAO(IDX-PASSO).
           ADD 1 TO QTD-PULADOS.
           DISPLAY 'PASSO ' TABPAS-PASSO(IDX-PASSO) ' '
               TABPAS-PROGRAMA(IDX-PASSO) ' PULADO - '
               TABPAS-MOTIVO(IDX-PASSO).
           MOVE 'PASSO-PULO' TO WS-EXELOG-EVENTO.
           PERFORM 015-DETALHE-PASSO.
           PERFORM 019-GRAVA-EXECLOG.

       017-GRAVA-SITUACAO.
      **
      * JOBSTAT.TXT rewritten whole: header, then one line per
      * step. Small enough to rewrite at every state change.
      **
           OPEN OUTPUT JOBSTAT.
           IF WS-STAT-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO GRAVAR JOBSTAT.TXT - FILE STATUS: '
                   WS-STAT-STATUS
           ELSE
               MOVE SPACES TO JST-REG
               MOVE ZEROS TO JST-PASSO
               MOVE 'PROG058' TO JST-PROGRAMA
               MOVE WRK-CADEIA-ANTERIOR TO JST-SITUACAO
               ACCEPT JST-DATA FROM DATE YYYYMMDD
               ACCEPT JST-HORA FROM TIME
               MOVE ZEROS TO JST-RC
               WRITE JST-REG
               PERFORM 022-SITUACAO-PASSO
                   VARYING IDX-PROCURA FROM 1 BY 1
                   UNTIL IDX-PROCURA GREATER THAN QTD-PASSOS
               CLOSE JOBSTAT
           END-IF.

       018-COPIA-PARAMETRO.
           MOVE PRMORIG-REG TO PRMDEST-REG.
           WRITE PRMDEST-REG.
           READ PRMORIGEM AT END MOVE 1 TO FLAG-ARQUIVO.

       019-GRAVA-EXECLOG.
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
               MOVE 'PROG058' TO EXELOG-PROGRAMA
               MOVE WS-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WS-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       020-COMPARA-PASSO.
           IF TABPAS-PASSO(IDX-PROCURA) EQUAL WRK-PASSO-PROCURA
               MOVE IDX-PROCURA TO IDX-PASSO-ACHADO
           END-IF.

       021-RESUMO.
      **
      * End-of-stream summary: every step with what happened to it
      * and why, then the totals.
      **
           DISPLAY '#########################################'.
           DISPLAY 'RESUMO DA CADEIA'.
           DISPLAY '#########################################'.
           DISPLAY 'PASSO PROGRAMA SITUACAO     RC   DATA       '
               'MOTIVO'.
           PERFORM 023-RESUMO-ITEM
               VARYING IDX-PASSO FROM 1 BY 1
               UNTIL IDX-PASSO GREATER THAN QTD-PASSOS.
           DISPLAY '#########################################'.
           IF WRK-MODO NOT EQUAL '3'
               MOVE QTD-EXECUTADOS TO WRK-QTD-ED
               DISPLAY 'EXECUTADOS:                  ' WRK-QTD-ED
               MOVE QTD-CONCLUIDOS TO WRK-QTD-ED
               DISPLAY 'CONCLUIDOS:                  ' WRK-QTD-ED
               MOVE QTD-FALHOS TO WRK-QTD-ED
               DISPLAY 'FALHARAM:                    ' WRK-QTD-ED
               MOVE QTD-PULADOS TO WRK-QTD-ED
               DISPLAY 'PULADOS:                     ' WRK-QTD-ED
               MOVE QTD-JA-CONCLUIDOS TO WRK-QTD-ED
               DISPLAY 'JA CONCLUIDOS ANTES:         ' WRK-QTD-ED
               IF WRK-CADEIA-ANTERIOR EQUAL 'E'
                   DISPLAY 'CADEIA ENCERRADA.'
               ELSE
                   DISPLAY 'CADEIA INCOMPLETA - A PROXIMA EXECUCAO '
                       'RETOMA DOS PASSOS NAO CONCLUIDOS.'
               END-IF
           ELSE
               IF WRK-CADEIA-ANTERIOR EQUAL 'A'
                   DISPLAY 'CADEIA INCOMPLETA - A PROXIMA EXECUCAO '
                       'RETOMA DOS PASSOS NAO CONCLUIDOS.'
               END-IF
           END-IF.

       022-SITUACAO-PASSO.
           MOVE TABPAS-PASSO(IDX-PROCURA) TO JST-PASSO.
           MOVE TABPAS-PROGRAMA(IDX-PROCURA) TO JST-PROGRAMA.
           MOVE TABPAS-SITUACAO(IDX-PROCURA) TO JST-SITUACAO.
           MOVE TABPAS-DATA(IDX-PROCURA) TO JST-DATA.
           MOVE TABPAS-HORA(IDX-PROCURA) TO JST-HORA.
           MOVE TABPAS-RC(IDX-PROCURA) TO JST-RC.
           MOVE TABPAS-MOTIVO(IDX-PROCURA) TO JST-MOTIVO.
           WRITE JST-REG.

       023-RESUMO-ITEM.
           EVALUATE TRUE
               WHEN TABPAS-ANTERIOR(IDX-PASSO) EQUAL 'S'
                   MOVE 'JA CONCLUIDO' TO WRK-SITUACAO-ED
               WHEN TABPAS-SITUACAO(IDX-PASSO) EQUAL 'C'
                   MOVE 'CONCLUIDO' TO WRK-SITUACAO-ED
               WHEN TABPAS-SITUACAO(IDX-PASSO) EQUAL 'F'
                   MOVE 'FALHOU' TO WRK-SITUACAO-ED
               WHEN TABPAS-SITUACAO(IDX-PASSO) EQUAL 'P'
                   MOVE 'PULADO' TO WRK-SITUACAO-ED
               WHEN TABPAS-SITUACAO(IDX-PASSO) EQUAL 'I'
                   MOVE 'INTERROMPIDO' TO WRK-SITUACAO-ED
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-SITUACAO-ED
           END-EVALUATE.
           MOVE TABPAS-RC(IDX-PASSO) TO WRK-RC-ED.
           MOVE TABPAS-DATA(IDX-PASSO) TO WRK-DATA-ED.
           DISPLAY '  ' TABPAS-PASSO(IDX-PASSO) '  '
               TABPAS-PROGRAMA(IDX-PASSO) ' ' WRK-SITUACAO-ED ' '
               WRK-RC-ED ' ' WRK-DATA-ED ' '
               TABPAS-MOTIVO(IDX-PASSO).

       024-DEVOLVE-GUARDA.
      **
      * A PROGnnn.PRS still on disk was set aside by a stream that
      * was cut off mid-step: the PROGnnn.PRM beside it is that
      * step's copy, so the copy goes and the standing file comes
      * back before anything else is done.
      **
           OPEN INPUT PRMGUARDA.
           IF WS-PRMGUARDA-STATUS EQUAL '00'
               CLOSE PRMGUARDA
               CALL 'CBL_DELETE_FILE' USING WRK-ARQ-DESTINO
               END-CALL
               CALL 'CBL_RENAME_FILE' USING WRK-ARQ-GUARDA
                   WRK-ARQ-DESTINO
               END-CALL
               MOVE 0 TO RETURN-CODE
               DISPLAY WRK-ARQ-DESTINO ' DEVOLVIDO DE ' WRK-ARQ-GUARDA
                   ' (EXECUCAO ANTERIOR INTERROMPIDA).'
           END-IF.

       025-GUARDA-PRM.
      **
      * A standing PROGnnn.PRM is renamed PROGnnn.PRS for the
      * step; if it cannot be, the step fails rather than overwrite
      * it.
      **
           OPEN INPUT PRMDESTINO.
           IF WS-PRMDEST-STATUS EQUAL '00'
               CLOSE PRMDESTINO
               CALL 'CBL_RENAME_FILE' USING WRK-ARQ-DESTINO
                   WRK-ARQ-GUARDA
               END-CALL
               IF RETURN-CODE EQUAL 0
                   MOVE 'S' TO WRK-GUARDOU-PRM
               ELSE
                   DISPLAY WRK-ARQ-DESTINO ' EXISTENTE NAO PODE SER '
                       'GUARDADO - PASSO NAO EXECUTADO.'
                   MOVE 'N' TO WRK-PRM-OK
                   MOVE 'PRM EXISTENTE  ' TO WRK-PRM-ERRO
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG058.
