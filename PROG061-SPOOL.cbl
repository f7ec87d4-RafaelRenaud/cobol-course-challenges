      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG061.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Report spool catalogue. Every print run filed by PROG062 is
      * one SPOOLCAT.TXT line plus its own SPOOLnnnnnn.TXT; from
      * here the catalogue is listed (all of it, or one program,
      * date or operator), a run is reprinted whole or by page
      * range into REIMPRESSAO.TXT - each reprint logged in
      * AUDITORIA.TXT - and runs older than the retention period
      * are purged by a supervisor.
      *-----------------------
           SELECT SPOOLCAT ASSIGN TO 'SPOOLCAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAT-STATUS.
      *-----------------------
      * SPOOLARQ is the spool file of the run being reprinted,
      * named in WRK-ARQ-SPOOL before the OPEN.
      *-----------------------
           SELECT SPOOLARQ ASSIGN USING WRK-ARQ-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.
      *-----------------------
      * REIMPRESSAO.TXT is the print-ready copy of the pages asked
      * for, rebuilt on every reprint.
      *-----------------------
           SELECT REIMPRESSAO ASSIGN TO 'REIMPRESSAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REIMP-STATUS.
      *-----------------------
      * Work file for the purge, as in PROG017: the catalogue lines
      * kept are written here and brought back over SPOOLCAT.TXT.
      *-----------------------
           SELECT ARQTEMP ASSIGN TO 'ARQTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * PROG061.PRM, when present, answers every prompt of the run
      * in order, so the purge can be scheduled after hours;
      * EXECLOG.TXT keeps the start/end trail.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG061.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD SPOOLCAT.
       COPY SPOOLCAT.
       FD SPOOLARQ.
       COPY SPOOLLIN.
       FD REIMPRESSAO.
       01 REIMP-REG PIC X(132).
       FD ARQTEMP.
       01 TEMP-REG PIC X(132).
       FD AUDITORIA.
       COPY AUDITORIA.
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-SCAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-SPOOL-STATUS PIC X(2) VALUE SPACES.
       77 WS-REIMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-SPOOL PIC 9(1) VALUE 0.
       77 WRK-ARQ-SPOOL PIC X(16) VALUE SPACES.
      *-----------------------
      * Operator code and profile signed on at the PROG001 menu,
      * shared via EXTERNAL; spaces when the program was run
      * directly.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
      *-----------------------
      * Modo (1 = listar, 2 = reimprimir, 3 = expurgar) e o
      * resultado da execucao.
       77 WRK-MODO PIC X(1) VALUE SPACES.
       77 WRK-SEGUE PIC X(1) VALUE 'S'.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
      *-----------------------
      * Filtro da listagem: P = programa, D = data (AAAAMMDD),
      * O = operador, branco = todo o catalogo.
       77 WRK-FILTRO PIC X(1) VALUE SPACES.
       77 WRK-VALOR-FILTRO PIC X(8) VALUE SPACES.
       77 WRK-ENTRA-LISTA PIC X(1) VALUE 'N'.
       77 QTD-LISTADOS PIC 9(5) VALUE ZEROS.
       01 WRK-LINHA-CAT.
           05 LCAT-NUMERO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCAT-PROGRAMA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCAT-OPERADOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCAT-DATA PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCAT-HORA PIC 99B99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCAT-PAGINAS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCAT-DESCRICAO PIC X(40).
       77 WRK-HORA-HHMM PIC 9(4) VALUE ZEROS.
      *-----------------------
      * Reimpressao: numero do spool, faixa de paginas pedida e a
      * entrada do catalogo achada para ele.
       77 WRK-NUM-ENTRADA PIC X(6) VALUE SPACES.
       77 WRK-NUM-SPOOL PIC 9(6) VALUE ZEROS.
       77 WRK-PAG-ENTRADA PIC X(5) VALUE SPACES.
       77 WRK-PAG-INICIO PIC 9(5) VALUE ZEROS.
       77 WRK-PAG-FIM PIC 9(5) VALUE ZEROS.
       77 WRK-ACHOU-SPOOL PIC X(1) VALUE 'N'.
       77 WRK-PAGINAS-SPOOL PIC 9(5) VALUE ZEROS.
       77 WRK-PROGRAMA-SPOOL PIC X(8) VALUE SPACES.
       77 WRK-DESCRICAO-SPOOL PIC X(40) VALUE SPACES.
       77 QTD-LINHAS-REIMP PIC 9(7) VALUE ZEROS.
       77 WRK-PAG-INI-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PAG-FIM-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Expurgo: prazo de retencao em dias (branco = 180) e a data
      * de corte derivada dele - execucoes guardadas antes do
      * corte saem do catalogo e do disco.
       77 WRK-PRAZO-ENTRADA PIC X(3) VALUE SPACES.
       77 WRK-PRAZO-DIAS PIC 9(3) VALUE ZEROS.
       77 WRK-PRAZO-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-CORTE PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-INT PIC 9(7) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 QTD-EXPURGAR PIC 9(5) VALUE ZEROS.
       77 QTD-MANTIDOS PIC 9(5) VALUE ZEROS.
       77 QTD-EXPURGADOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Linha de auditoria da reimpressao e do expurgo.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
       77 WRK-AUD-OPERACAO PIC X(15) VALUE SPACES.
       77 WRK-AUD-CPF PIC X(16) VALUE SPACES.
       77 WRK-AUD-MOTIVO PIC X(20) VALUE SPACES.
      *-----------------------
      * Execucao sem operador: com PROG061.PRM presente, cada
      * resposta vem do arquivo em vez do console, e o inicio e o
      * fim da execucao ficam registrados em EXECLOG.TXT.
       77 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 WS-PARM-ATIVO PIC X(1) VALUE 'N'.
       77 WS-RESPOSTA PIC X(100) VALUE SPACES.
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 040-ABRE-PARAMETROS.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-PERFIL-ATUAL
           END-IF.
           MOVE 'S' TO WRK-SEGUE.
           DISPLAY '#########################################'.
           DISPLAY 'SPOOL DE RELATORIOS'.
           DISPLAY '#########################################'.
           DISPLAY 'MODO: (1) LISTAR O CATALOGO'.
           DISPLAY '      (2) REIMPRIMIR UM RELATORIO'.
           DISPLAY '      (3) EXPURGAR RELATORIOS ANTIGOS'.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:1) TO WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '1'
                   PERFORM 001-LISTA-CATALOGO
               WHEN '2'
                   PERFORM 010-REIMPRIME
               WHEN '3'
                   PERFORM 020-EXPURGA
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO - NADA FEITO.'
                   MOVE 'N' TO WRK-SEGUE
           END-EVALUATE.
           PERFORM 043-ENCERRA-EXECUCAO.
           IF WRK-SEGUE NOT EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       001-LISTA-CATALOGO.
      **
      * Lists the catalogue in filing order (which is spool number
      * order), optionally only one program, one date or one
      * operator.
      **
           DISPLAY 'FILTRO: (P) PROGRAMA  (D) DATA  (O) OPERADOR'.
           DISPLAY '        (BRANCO = TODO O CATALOGO)'.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:1) TO WRK-FILTRO.
           MOVE SPACES TO WRK-VALOR-FILTRO.
           EVALUATE WRK-FILTRO
               WHEN 'P'
                   DISPLAY 'PROGRAMA (EX.: PROG002): '
                   PERFORM 041-OBTEM-RESPOSTA
                   MOVE WS-RESPOSTA(1:8) TO WRK-VALOR-FILTRO
               WHEN 'D'
                   DISPLAY 'DATA (AAAAMMDD): '
                   PERFORM 041-OBTEM-RESPOSTA
                   MOVE WS-RESPOSTA(1:8) TO WRK-VALOR-FILTRO
               WHEN 'O'
                   DISPLAY 'OPERADOR: '
                   PERFORM 041-OBTEM-RESPOSTA
                   MOVE WS-RESPOSTA(1:8) TO WRK-VALOR-FILTRO
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'FILTRO INVALIDO - NADA FEITO.'
                   MOVE 'N' TO WRK-SEGUE
           END-EVALUATE.
           IF WRK-SEGUE EQUAL 'S'
               MOVE ZEROS TO QTD-LISTADOS
               OPEN INPUT SPOOLCAT
               IF WS-SCAT-STATUS NOT EQUAL '00'
                   DISPLAY 'SPOOLCAT.TXT AUSENTE - NENHUM RELATORIO '
                       'GUARDADO AINDA.'
               ELSE
                   DISPLAY 'NUMERO PROGRAMA OPERADOR DATA       HORA  '
                       ' PAGS DESCRICAO'
                   DISPLAY '-----------------------------------------'
                   MOVE 0 TO FLAG-ARQUIVO
                   READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO
                   END-READ
                   PERFORM 002-LISTA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
                   CLOSE SPOOLCAT
               END-IF
               DISPLAY '#########################################'
               MOVE QTD-LISTADOS TO WRK-QTD-ED
               DISPLAY WRK-QTD-ED ' RELATORIO(S) NO SPOOL.'
           END-IF.

       002-LISTA-ITEM.
           MOVE 'N' TO WRK-ENTRA-LISTA.
           EVALUATE WRK-FILTRO
               WHEN 'P'
                   IF SPC-PROGRAMA EQUAL WRK-VALOR-FILTRO
                       MOVE 'S' TO WRK-ENTRA-LISTA
                   END-IF
               WHEN 'D'
                   IF SPC-DATA EQUAL WRK-VALOR-FILTRO
                       MOVE 'S' TO WRK-ENTRA-LISTA
                   END-IF
               WHEN 'O'
                   IF SPC-OPERADOR EQUAL WRK-VALOR-FILTRO
                       MOVE 'S' TO WRK-ENTRA-LISTA
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WRK-ENTRA-LISTA
           END-EVALUATE.
           IF WRK-ENTRA-LISTA EQUAL 'S'
               PERFORM 003-LINHA-CATALOGO
               ADD 1 TO QTD-LISTADOS
           END-IF.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO.

       003-LINHA-CATALOGO.
           MOVE SPC-NUMERO TO LCAT-NUMERO.
           MOVE SPC-PROGRAMA TO LCAT-PROGRAMA.
           MOVE SPC-OPERADOR TO LCAT-OPERADOR.
           MOVE SPC-DATA TO LCAT-DATA.
           MOVE SPC-HORA(1:4) TO WRK-HORA-HHMM.
           MOVE WRK-HORA-HHMM TO LCAT-HORA.
           INSPECT LCAT-HORA REPLACING ALL SPACE BY ':'.
           MOVE SPC-PAGINAS TO LCAT-PAGINAS.
           MOVE SPC-DESCRICAO TO LCAT-DESCRICAO.
           DISPLAY WRK-LINHA-CAT.

       010-REIMPRIME.
      **
      * Reprint: the spool number, then the page range (blank
      * first page = 1, blank last page = the last one). The pages
      * go to REIMPRESSAO.TXT exactly as they were first printed.
      **
           DISPLAY 'NUMERO DO SPOOL: '.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:6) TO WRK-NUM-ENTRADA.
           IF WRK-NUM-ENTRADA NOT NUMERIC
               DISPLAY 'NUMERO INVALIDO (6 DIGITOS) - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           ELSE
               MOVE WRK-NUM-ENTRADA TO WRK-NUM-SPOOL
               PERFORM 011-PROCURA-CATALOGO
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               PERFORM 013-PEDE-PAGINAS
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               PERFORM 014-COPIA-PAGINAS
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               MOVE 'REIMPRESSAO' TO WRK-AUD-OPERACAO
               MOVE SPACES TO WRK-AUD-CPF
               STRING 'SPOOL ' DELIMITED BY SIZE
                   WRK-NUM-SPOOL DELIMITED BY SIZE
                   INTO WRK-AUD-CPF
               END-STRING
               MOVE SPACES TO WRK-AUD-MOTIVO
               STRING 'PAGINAS ' DELIMITED BY SIZE
                   WRK-PAG-INICIO DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WRK-PAG-FIM DELIMITED BY SIZE
                   INTO WRK-AUD-MOTIVO
               END-STRING
               PERFORM 030-GRAVA-AUDITORIA
           END-IF.

       011-PROCURA-CATALOGO.
           MOVE 'N' TO WRK-ACHOU-SPOOL.
           OPEN INPUT SPOOLCAT.
           IF WS-SCAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 012-PROCURA-CAT-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE SPOOLCAT
           END-IF.
           IF WRK-ACHOU-SPOOL NOT EQUAL 'S'
               DISPLAY 'SPOOL ' WRK-NUM-SPOOL ' NAO ESTA NO '
                   'CATALOGO - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           ELSE
               MOVE WRK-PAGINAS-SPOOL TO WRK-PAG-FIM-ED
               DISPLAY 'SPOOL ' WRK-NUM-SPOOL ' - '
                   WRK-PROGRAMA-SPOOL ' - ' WRK-DESCRICAO-SPOOL
               DISPLAY 'PAGINAS NO SPOOL: ' WRK-PAG-FIM-ED
           END-IF.

       012-PROCURA-CAT-ITEM.
           IF SPC-NUMERO EQUAL WRK-NUM-SPOOL
               MOVE 'S' TO WRK-ACHOU-SPOOL
               MOVE SPC-PAGINAS TO WRK-PAGINAS-SPOOL
               MOVE SPC-PROGRAMA TO WRK-PROGRAMA-SPOOL
               MOVE SPC-DESCRICAO TO WRK-DESCRICAO-SPOOL
               MOVE 1 TO FLAG-ARQUIVO
           ELSE
               READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
           END-IF.

       013-PEDE-PAGINAS.
           DISPLAY 'PAGINA INICIAL (BRANCO = 1): '.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:5) TO WRK-PAG-ENTRADA.
           IF WRK-PAG-ENTRADA EQUAL SPACES
               MOVE 1 TO WRK-PAG-INICIO
           ELSE
               COMPUTE WRK-PAG-INICIO =
                   FUNCTION NUMVAL(WRK-PAG-ENTRADA)
           END-IF.
           DISPLAY 'PAGINA FINAL (BRANCO = ULTIMA): '.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:5) TO WRK-PAG-ENTRADA.
           IF WRK-PAG-ENTRADA EQUAL SPACES
               MOVE WRK-PAGINAS-SPOOL TO WRK-PAG-FIM
           ELSE
               COMPUTE WRK-PAG-FIM =
                   FUNCTION NUMVAL(WRK-PAG-ENTRADA)
           END-IF.
           IF WRK-PAG-INICIO EQUAL ZEROS
               OR WRK-PAG-FIM LESS THAN WRK-PAG-INICIO
               OR WRK-PAG-FIM GREATER THAN WRK-PAGINAS-SPOOL
               DISPLAY 'FAIXA DE PAGINAS INVALIDA - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.

       014-COPIA-PAGINAS.
           MOVE SPACES TO WRK-ARQ-SPOOL.
           STRING 'SPOOL' DELIMITED BY SIZE
               WRK-NUM-SPOOL DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-SPOOL
           END-STRING.
           OPEN INPUT SPOOLARQ.
           IF WS-SPOOL-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-ARQ-SPOOL
                   ' - FILE STATUS: ' WS-SPOOL-STATUS
               MOVE 'N' TO WRK-SEGUE
           ELSE
               OPEN OUTPUT REIMPRESSAO
               IF WS-REIMP-STATUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR REIMPRESSAO.TXT - FILE '
                       'STATUS: ' WS-REIMP-STATUS
                   MOVE 'N' TO WRK-SEGUE
               ELSE
                   MOVE ZEROS TO QTD-LINHAS-REIMP
                   MOVE 0 TO FLAG-SPOOL
                   READ SPOOLARQ AT END MOVE 1 TO FLAG-SPOOL
                   END-READ
                   PERFORM 015-COPIA-LINHA UNTIL FLAG-SPOOL EQUAL 1
                   CLOSE REIMPRESSAO
                   MOVE WRK-PAG-INICIO TO WRK-PAG-INI-ED
                   MOVE WRK-PAG-FIM TO WRK-PAG-FIM-ED
                   DISPLAY 'PAGINAS ' WRK-PAG-INI-ED ' A '
                       WRK-PAG-FIM-ED ' REIMPRESSAS EM '
                       'REIMPRESSAO.TXT.'
               END-IF
               CLOSE SPOOLARQ
           END-IF.

       015-COPIA-LINHA.
      **
      * Lines come in page order, so the copy stops at the first
      * line past the last page asked for.
      **
           IF SPL-PAGINA GREATER THAN WRK-PAG-FIM
               MOVE 1 TO FLAG-SPOOL
           ELSE
               IF SPL-PAGINA NOT LESS THAN WRK-PAG-INICIO
                   MOVE SPL-TEXTO TO REIMP-REG
                   WRITE REIMP-REG
                   ADD 1 TO QTD-LINHAS-REIMP
               END-IF
               READ SPOOLARQ AT END MOVE 1 TO FLAG-SPOOL
               END-READ
           END-IF.

       020-EXPURGA.
      **
      * Purge, for a supervisor at the console or the scheduled
      * run driven by PROG061.PRM: lists what is older than the
      * retention period and, once confirmed, deletes those spool
      * files and takes their lines out of the catalogue.
      **
           DISPLAY 'PRAZO DE RETENCAO EM DIAS (3 DIGITOS, '
               'BRANCO = 180): '.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:3) TO WRK-PRAZO-ENTRADA.
           IF WRK-PRAZO-ENTRADA EQUAL SPACES
               MOVE 180 TO WRK-PRAZO-DIAS
           ELSE
               IF WRK-PRAZO-ENTRADA NUMERIC
                   MOVE WRK-PRAZO-ENTRADA TO WRK-PRAZO-DIAS
               ELSE
                   MOVE ZEROS TO WRK-PRAZO-DIAS
               END-IF
           END-IF.
           IF WRK-PRAZO-DIAS EQUAL ZEROS
               DISPLAY 'PRAZO INVALIDO - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.
           IF WRK-SEGUE EQUAL 'S' AND WS-PARM-ATIVO EQUAL 'N'
               AND WS-PERFIL-ATUAL NOT EQUAL 'S'
               DISPLAY 'EXPURGO DO SPOOL EXIGE SUPERVISOR - NADA '
                   'FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               COMPUTE WRK-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - WRK-PRAZO-DIAS
               COMPUTE WRK-DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-INT)
               MOVE WRK-PRAZO-DIAS TO WRK-PRAZO-ED
               MOVE WRK-DATA-CORTE TO WRK-DATA-ED
               DISPLAY 'PRAZO: ' WRK-PRAZO-ED ' DIAS - GUARDADOS '
                   'ANTES DE ' WRK-DATA-ED
               PERFORM 021-LISTA-EXPURGO
           END-IF.
           IF WRK-SEGUE EQUAL 'S' AND QTD-EXPURGAR GREATER THAN ZEROS
               DISPLAY 'CONFIRMA O EXPURGO (S/N)? '
               PERFORM 041-OBTEM-RESPOSTA
               MOVE WS-RESPOSTA(1:1) TO WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S'
                   PERFORM 023-SEPARA-CATALOGO
               ELSE
                   DISPLAY 'EXPURGO CANCELADO.'
               END-IF
           END-IF.

       021-LISTA-EXPURGO.
           MOVE ZEROS TO QTD-EXPURGAR.
           OPEN INPUT SPOOLCAT.
           IF WS-SCAT-STATUS NOT EQUAL '00'
               DISPLAY 'SPOOLCAT.TXT AUSENTE - NADA A EXPURGAR.'
           ELSE
               MOVE 0 TO FLAG-ARQUIVO
               READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 022-LISTA-EXPURGO-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE SPOOLCAT
               MOVE QTD-EXPURGAR TO WRK-QTD-ED
               DISPLAY WRK-QTD-ED ' RELATORIO(S) A EXPURGAR.'
           END-IF.

       022-LISTA-EXPURGO-ITEM.
           IF SPC-DATA LESS THAN WRK-DATA-CORTE
               PERFORM 003-LINHA-CATALOGO
               ADD 1 TO QTD-EXPURGAR
           END-IF.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO.

       023-SEPARA-CATALOGO.
      **
      * First pass: the spool file of each expired run is deleted
      * and the lines of the runs kept go to ARQTEMP; the second
      * pass brings them back over SPOOLCAT.TXT.
      **
           MOVE ZEROS TO QTD-EXPURGADOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           OPEN INPUT SPOOLCAT.
           OPEN OUTPUT ARQTEMP.
           MOVE 0 TO FLAG-ARQUIVO.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO.
           PERFORM 024-SEPARA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1.
           CLOSE SPOOLCAT.
           CLOSE ARQTEMP.
           OPEN INPUT ARQTEMP.
           OPEN OUTPUT SPOOLCAT.
           MOVE 0 TO FLAG-ARQUIVO.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.
           PERFORM 025-DEVOLVE-ITEM UNTIL FLAG-ARQUIVO EQUAL 1.
           CLOSE ARQTEMP.
           CLOSE SPOOLCAT.
           MOVE QTD-EXPURGADOS TO WRK-QTD-ED.
           DISPLAY WRK-QTD-ED ' RELATORIO(S) EXPURGADO(S).'.
           MOVE 'EXPURGO SPOOL' TO WRK-AUD-OPERACAO.
           MOVE SPACES TO WRK-AUD-CPF.
           STRING 'CORTE ' DELIMITED BY SIZE
               WRK-DATA-CORTE DELIMITED BY SIZE
               INTO WRK-AUD-CPF
           END-STRING.
           MOVE SPACES TO WRK-AUD-MOTIVO.
           STRING 'EXPURGADOS ' DELIMITED BY SIZE
               QTD-EXPURGADOS DELIMITED BY SIZE
               INTO WRK-AUD-MOTIVO
           END-STRING.
           PERFORM 030-GRAVA-AUDITORIA.

       024-SEPARA-ITEM.
           IF SPC-DATA LESS THAN WRK-DATA-CORTE
               MOVE SPACES TO WRK-ARQ-SPOOL
               STRING 'SPOOL' DELIMITED BY SIZE
                   SPC-NUMERO DELIMITED BY SIZE
                   '.TXT' DELIMITED BY SIZE
                   INTO WRK-ARQ-SPOOL
               END-STRING
               CALL 'CBL_DELETE_FILE' USING WRK-ARQ-SPOOL
               END-CALL
               MOVE 0 TO RETURN-CODE
               ADD 1 TO QTD-EXPURGADOS
           ELSE
               MOVE SPOOLCAT-REG TO TEMP-REG
               WRITE TEMP-REG
               ADD 1 TO QTD-MANTIDOS
           END-IF.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-ARQUIVO.

       025-DEVOLVE-ITEM.
           MOVE TEMP-REG TO SPOOLCAT-REG.
           WRITE SPOOLCAT-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       030-GRAVA-AUDITORIA.
      **
      * One audit line for a reprint or a purge; AUD-CPF carries
      * the spool number (or the purge cutoff) and AUD-MOTIVO the
      * pages reprinted (or how many runs were purged).
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
               MOVE 'PROG061' TO AUD-PROGRAMA
               MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
               MOVE WRK-AUD-CPF TO AUD-CPF
               MOVE WRK-AUD-MOTIVO TO AUD-MOTIVO
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           ELSE
               DISPLAY 'ERRO AO ABRIR AUDITORIA.TXT - FILE STATUS: '
                   WS-AUD-STATUS
           END-IF.

       040-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG061.PRM on disk the run takes
      * every answer from it, one per line, in prompt order. The
      * start of the run is logged either way.
      **
           OPEN INPUT PARAMETROS.
           IF WS-PARM-STATUS EQUAL '00'
               MOVE 'S' TO WS-PARM-ATIVO
               DISPLAY 'EXECUCAO SEM OPERADOR VIA PROG061.PRM.'
           ELSE
               MOVE 'N' TO WS-PARM-ATIVO
           END-IF.
           MOVE 'INICIO' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           PERFORM 042-GRAVA-EXECLOG.

       041-OBTEM-RESPOSTA.
      **
      * One answer: the next PROG061.PRM line when the run is
      * unattended, the console otherwise. A short parameters file
      * answers the missing prompts with blanks.
      **
           MOVE SPACES TO WS-RESPOSTA.
           IF WS-PARM-ATIVO EQUAL 'S'
               READ PARAMETROS
                   NOT AT END MOVE PARM-REG TO WS-RESPOSTA
               END-READ
           ELSE
               ACCEPT WS-RESPOSTA
           END-IF.

       042-GRAVA-EXECLOG.
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
               MOVE 'PROG061' TO EXELOG-PROGRAMA
               MOVE WS-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WS-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       043-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           EVALUATE TRUE
               WHEN WRK-SEGUE NOT EQUAL 'S'
                   MOVE 'NADA FEITO' TO WS-EXELOG-DETALHE
               WHEN WRK-MODO EQUAL '1'
                   MOVE QTD-LISTADOS TO WRK-QTD-ED
                   STRING 'LISTADOS ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
               WHEN WRK-MODO EQUAL '2'
                   STRING 'REIMPRESSO SPOOL ' DELIMITED BY SIZE
                       WRK-NUM-SPOOL DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
               WHEN OTHER
                   MOVE QTD-EXPURGADOS TO WRK-QTD-ED
                   STRING 'EXPURGADOS ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
           END-EVALUATE.
           PERFORM 042-GRAVA-EXECLOG.
           IF WS-PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
           END-IF.

      ** add other procedures here
       END PROGRAM PROG061.
