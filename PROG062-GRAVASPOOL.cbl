      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG062.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Report spool, write side. Every print file (CONTRACHEQUE,
      * BOLETIMPR, ATA, ETIQUETAS, COMPROVANTE, RELUSU) is rebuilt
      * on each run of its program; right after closing it the
      * program fills SPOOL-PEDIDO (SPOOLPED.CPY) and CALLs this
      * one, which keeps a numbered copy of the run - lines split
      * into pages of WRK-LINHAS-PAGINA - and catalogues it in
      * SPOOLCAT.TXT for PROG061 to list, reprint and purge.
      *-----------------------
      * ORIGEM is the print file just closed, named by the caller
      * in SPP-ARQUIVO; SPOOLARQ the run's own SPOOLnnnnnn.TXT.
      *-----------------------
           SELECT ORIGEM ASSIGN USING WRK-ARQ-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEM-STATUS.
           SELECT SPOOLARQ ASSIGN USING WRK-ARQ-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.
      *-----------------------
      * SPOOLNUM.TXT persists the last spool number given out, the
      * way NUMCERT.TXT persists PROG006's certificate number.
      *-----------------------
           SELECT SPOOLNUM ASSIGN TO 'SPOOLNUM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNUM-STATUS.
           SELECT SPOOLCAT ASSIGN TO 'SPOOLCAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ORIGEM.
       01 ORIGEM-REG PIC X(132).
       FD SPOOLARQ.
       COPY SPOOLLIN.
       FD SPOOLNUM.
       01 SPOOLNUM-REG.
           05 SNUM-NUMERO PIC 9(6).
       FD SPOOLCAT.
       COPY SPOOLCAT.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-ORIGEM-STATUS PIC X(2) VALUE SPACES.
       77 WS-SPOOL-STATUS PIC X(2) VALUE SPACES.
       77 WS-SNUM-STATUS PIC X(2) VALUE SPACES.
       77 WS-SCAT-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ORIGEM PIC 9(1) VALUE 0.
       77 WRK-ARQ-ORIGEM PIC X(16) VALUE SPACES.
       77 WRK-ARQ-SPOOL PIC X(16) VALUE SPACES.
      *-----------------------
      * Pedido de spool recebido do programa chamador.
       COPY SPOOLPED.
      *-----------------------
      * Operator code signed on at the PROG001 menu, shared via
      * EXTERNAL; spaces when the program was run directly.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Paginacao do spool: uma pagina a cada WRK-LINHAS-PAGINA
      * linhas do arquivo impresso.
       77 WRK-LINHAS-PAGINA PIC 9(3) VALUE 60.
       77 WRK-NUM-SPOOL PIC 9(6) VALUE ZEROS.
       77 QTD-LINHAS PIC 9(7) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(5) VALUE ZEROS.
       77 WRK-LINHA-PAGINA PIC 9(3) VALUE ZEROS.
       77 WRK-PAGINAS-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Working storage lives on
      * between CALLs, so every counter starts over here.
      **
           MOVE ZEROS TO SPP-NUMERO.
           MOVE ZEROS TO QTD-LINHAS.
           MOVE ZEROS TO WRK-PAGINA.
           MOVE ZEROS TO WRK-LINHA-PAGINA.
           MOVE SPP-ARQUIVO TO WRK-ARQ-ORIGEM.
           OPEN INPUT ORIGEM.
           IF WS-ORIGEM-STATUS NOT EQUAL '00'
               MOVE 'E' TO SPP-RETORNO
               DISPLAY 'SPOOL: ' WRK-ARQ-ORIGEM ' NAO ENCONTRADO - '
                   'FILE STATUS: ' WS-ORIGEM-STATUS
           ELSE
               MOVE 0 TO FLAG-ORIGEM
               READ ORIGEM AT END MOVE 1 TO FLAG-ORIGEM
               END-READ
               IF FLAG-ORIGEM EQUAL 1
                   MOVE 'V' TO SPP-RETORNO
               ELSE
                   PERFORM 001-ABRE-SPOOL
                   IF WS-SPOOL-STATUS EQUAL '00'
                       PERFORM 003-COPIA-LINHA
                           UNTIL FLAG-ORIGEM EQUAL 1
                       CLOSE SPOOLARQ
                       PERFORM 004-CATALOGA
                   END-IF
               END-IF
               CLOSE ORIGEM
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       001-ABRE-SPOOL.
      **
      * Takes the next spool number and opens its file. A number
      * whose file cannot be created is not handed out again - the
      * gap shows in the catalogue as a missing number.
      **
           PERFORM 002-PROXIMO-NUMERO.
           MOVE SPACES TO WRK-ARQ-SPOOL.
           STRING 'SPOOL' DELIMITED BY SIZE
               WRK-NUM-SPOOL DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-SPOOL
           END-STRING.
           OPEN OUTPUT SPOOLARQ.
           IF WS-SPOOL-STATUS NOT EQUAL '00'
               MOVE 'E' TO SPP-RETORNO
               DISPLAY 'SPOOL: ERRO AO CRIAR ' WRK-ARQ-SPOOL
                   ' - FILE STATUS: ' WS-SPOOL-STATUS
           END-IF.

       002-PROXIMO-NUMERO.
      **
      * Next spool number: the one persisted in SPOOLNUM.TXT plus
      * one, written straight back.
      **
           MOVE ZEROS TO WRK-NUM-SPOOL.
           OPEN INPUT SPOOLNUM.
           IF WS-SNUM-STATUS EQUAL '00'
               READ SPOOLNUM
                   NOT AT END MOVE SNUM-NUMERO TO WRK-NUM-SPOOL
               END-READ
               CLOSE SPOOLNUM
           END-IF.
           ADD 1 TO WRK-NUM-SPOOL.
           OPEN OUTPUT SPOOLNUM.
           IF WS-SNUM-STATUS EQUAL '00'
               MOVE WRK-NUM-SPOOL TO SNUM-NUMERO
               WRITE SPOOLNUM-REG
               CLOSE SPOOLNUM
           ELSE
               DISPLAY 'ERRO AO GRAVAR SPOOLNUM.TXT - FILE STATUS: '
                   WS-SNUM-STATUS
           END-IF.

       003-COPIA-LINHA.
      **
      * One print line into the spool, stamped with its page.
      **
           IF WRK-PAGINA EQUAL ZEROS
               OR WRK-LINHA-PAGINA NOT LESS THAN WRK-LINHAS-PAGINA
               ADD 1 TO WRK-PAGINA
               MOVE ZEROS TO WRK-LINHA-PAGINA
           END-IF.
           ADD 1 TO WRK-LINHA-PAGINA.
           ADD 1 TO QTD-LINHAS.
           MOVE WRK-PAGINA TO SPL-PAGINA.
           MOVE ORIGEM-REG TO SPL-TEXTO.
           WRITE SPOOL-LINHA-REG.
           READ ORIGEM AT END MOVE 1 TO FLAG-ORIGEM.

       004-CATALOGA.
      **
      * Catalogue line of the run; the first run on a brand-new
      * machine builds SPOOLCAT.TXT first.
      **
           OPEN EXTEND SPOOLCAT.
           IF WS-SCAT-STATUS EQUAL '35'
               OPEN OUTPUT SPOOLCAT
               CLOSE SPOOLCAT
               OPEN EXTEND SPOOLCAT
           END-IF.
           IF WS-SCAT-STATUS NOT EQUAL '00'
               MOVE 'E' TO SPP-RETORNO
               DISPLAY 'ERRO AO ABRIR SPOOLCAT.TXT - FILE STATUS: '
                   WS-SCAT-STATUS
           ELSE
               MOVE WRK-NUM-SPOOL TO SPC-NUMERO
               MOVE SPP-PROGRAMA TO SPC-PROGRAMA
               IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
                   MOVE SPACES TO WS-OPERADOR-ATUAL
               END-IF
               MOVE WS-OPERADOR-ATUAL TO SPC-OPERADOR
               ACCEPT SPC-DATA FROM DATE YYYYMMDD
               ACCEPT SPC-HORA FROM TIME
               MOVE WRK-PAGINA TO SPC-PAGINAS
               MOVE QTD-LINHAS TO SPC-LINHAS
               MOVE SPP-ARQUIVO TO SPC-ARQUIVO
               MOVE SPP-DESCRICAO TO SPC-DESCRICAO
               WRITE SPOOLCAT-REG
               CLOSE SPOOLCAT
               MOVE WRK-NUM-SPOOL TO SPP-NUMERO
               MOVE 'S' TO SPP-RETORNO
               MOVE WRK-PAGINA TO WRK-PAGINAS-ED
               DISPLAY 'SPOOL ' WRK-NUM-SPOOL ': ' WRK-ARQ-ORIGEM
                   ' GUARDADO (' WRK-PAGINAS-ED ' PAGINA(S)).'
           END-IF.

      ** add other procedures here
       END PROGRAM PROG062.
