           SELECT CHECKPT ASSIGN TO 'CHECKPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CK-STATUS.
      *-----------------------
      * PROG015.PRM, when present, answers the mode prompt so the
      * end-of-day dump can run in the night stream; EXECLOG.TXT
      * keeps the start/end trail.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG015.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 FILLER PIC X(104).
       FD CHECKPT.
       COPY CHECKPT.
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 WRK-QTD-REGISTROS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-TRAILER PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Execucao sem operador: com PROG015.PRM presente, a resposta
      * vem do arquivo em vez do console, e o inicio e o fim da
      * execucao ficam registrados em EXECLOG.TXT.
       77 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 PARM-ATIVO PIC X(1) VALUE 'N'.
       77 WRK-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * The main procedure of the program
      **
           PERFORM 007-ABRE-PARAMETROS.
           DISPLAY 'MODO: (1) GERAR BACKUP  (2) RECONSTRUIR DO '
               'BACKUP'.
           PERFORM 008-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:1) TO WRK-MODO.
           IF WRK-MODO EQUAL '2'
               PERFORM 004-RECONSTROI
           ELSE
               PERFORM 001-GERA-BACKUP
           END-IF.
           PERFORM 009-ENCERRA-EXECUCAO.
           GOBACK.

       001-GERA-BACKUP.
           IF WS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR USUARIOS.DAT - FILE STATUS: '
                   WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BACKUP
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-BKP-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR USUBKP.TXT - FILE STATUS: '
                   WS-BKP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               READ BACKUP AT END MOVE 1 TO FLAG-BACKUP
               END-READ
               CLOSE CHECKPT
           END-IF.

       007-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG015.PRM on disk the run takes
      * its answer from it. The start of the run is logged either
      * way.
      **
           OPEN INPUT PARAMETROS.
           IF WS-PARM-STATUS EQUAL '00'
               MOVE 'S' TO PARM-ATIVO
               DISPLAY 'EXECUCAO SEM OPERADOR VIA PROG015.PRM.'
           ELSE
               MOVE 'N' TO PARM-ATIVO
           END-IF.
           MOVE 'INICIO' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           PERFORM 010-GRAVA-EXECLOG.

       008-OBTEM-RESPOSTA.
      **
      * One answer: the next PROG015.PRM line when the run is
      * unattended, the console otherwise. A short parameters file
      * answers the missing prompts with blanks.
      **
           MOVE SPACES TO WRK-RESPOSTA.
           IF PARM-ATIVO EQUAL 'S'
               READ PARAMETROS
                   NOT AT END MOVE PARM-REG TO WRK-RESPOSTA
               END-READ
           ELSE
               ACCEPT WRK-RESPOSTA
           END-IF.

       009-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           IF RETURN-CODE EQUAL 8
               STRING 'MODO ' DELIMITED BY SIZE
                   WRK-MODO DELIMITED BY SIZE
                   ' COM ERRO' DELIMITED BY SIZE
                   INTO WRK-EXELOG-DETALHE
               END-STRING
           ELSE
               STRING 'MODO ' DELIMITED BY SIZE
                   WRK-MODO DELIMITED BY SIZE
                   ' CONCLUIDO' DELIMITED BY SIZE
                   INTO WRK-EXELOG-DETALHE
               END-STRING
           END-IF.
           PERFORM 010-GRAVA-EXECLOG.
           IF PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
           END-IF.

       010-GRAVA-EXECLOG.
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
               MOVE 'PROG015' TO EXELOG-PROGRAMA
               MOVE WRK-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WRK-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

      ** add other procedures here
       END PROGRAM PROG015.
