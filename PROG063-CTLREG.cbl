      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG063.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Data-file control register. From here FOLHA.TXT, TURMA.TXT,
      * FAIXAS.TXT and OPERADORES.TXT are checked on demand against
      * CTLREG.TXT, a supervisor resyncs a file after a documented
      * correction, and CTLOCOR.TXT is reported: every mismatch
      * found by a batch and who resynced what, and why. The
      * register itself is kept by PROG064.
      *-----------------------
           SELECT CTLOCOR ASSIGN TO 'CTLOCOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OCOR-STATUS.
      *-----------------------
      * RELCTL.TXT is the printed copy of the report, filed in the
      * report spool once closed.
      *-----------------------
           SELECT RELCTL ASSIGN TO 'RELCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
      *-----------------------
      * PROG063.PRM, when present, answers every prompt of the run
      * in order, so the check can be scheduled ahead of the
      * overnight batches; EXECLOG.TXT keeps the start/end trail.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG063.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CTLOCOR.
       COPY CTLOCOR.
       FD RELCTL.
       01 REL-REG PIC X(132).
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-OCOR-STATUS PIC X(2) VALUE SPACES.
       77 WS-REL-STATUS PIC X(2) VALUE SPACES.
       77 WS-REL-ABERTO PIC X(1) VALUE 'N'.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
      *-----------------------
      * Operator code and profile signed on at the PROG001 menu,
      * shared via EXTERNAL; spaces when the program was run
      * directly.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
      *-----------------------
      * Pedidos ao PROG064 e ao spool de relatorios (PROG062).
       COPY CTLPED.
       COPY SPOOLPED.
      *-----------------------
      * Modo (1 = conferir, 2 = ressincronizar, 3 = relatorio) e o
      * resultado da execucao.
       77 WRK-MODO PIC X(1) VALUE SPACES.
       77 WRK-SEGUE PIC X(1) VALUE 'S'.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
      *-----------------------
      * Conferencia: arquivo da vez e quantos nao conferem.
       77 WRK-ARQ-CONFERE PIC X(16) VALUE SPACES.
       77 QTD-CONFERIDOS PIC 9(5) VALUE ZEROS.
       77 QTD-DIVERGENTES PIC 9(5) VALUE ZEROS.
       01 WRK-LINHA-CONF.
           05 LCONF-ARQUIVO PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCONF-SITUACAO PIC X(11).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCONF-QTD PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LCONF-HASH PIC Z(15)9.99.
      *-----------------------
      * Ressincronia: arquivo e motivo documentado da correcao.
       77 WRK-ARQ-RESSINC PIC X(16) VALUE SPACES.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
      *-----------------------
      * Relatorio: filtro por arquivo (branco = todos), contagem
      * por evento e as linhas impressas.
       77 WRK-ARQ-FILTRO PIC X(16) VALUE SPACES.
       77 QTD-OCORRENCIAS PIC 9(5) VALUE ZEROS.
       77 QTD-DIVERGENCIAS PIC 9(5) VALUE ZEROS.
       77 QTD-RESSINCRONIAS PIC 9(5) VALUE ZEROS.
       77 WRK-LINHA-REL PIC X(132) VALUE SPACES.
       01 WRK-LINHA-OCOR.
           05 LOC-DATA PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-HORA PIC 99B99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-ARQUIVO PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-EVENTO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-PROGRAMA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-OPERADOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-QTD-REG PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOC-QTD-ATUAL PIC Z(6)9.
       01 WRK-LINHA-TOTAIS.
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'REGISTRADO '.
           05 LTOT-HASH-REG PIC Z(15)9.99.
           05 FILLER PIC X(11) VALUE '  ARQUIVO '.
           05 LTOT-HASH-ATUAL PIC Z(15)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTOT-MOTIVO PIC X(40).
       77 WRK-HORA-HHMM PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Execucao sem operador: com PROG063.PRM presente, cada
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
           DISPLAY 'CONTROLE DOS ARQUIVOS DE DADOS'.
           DISPLAY '#########################################'.
           DISPLAY 'MODO: (1) CONFERIR OS ARQUIVOS AGORA'.
           DISPLAY '      (2) RESSINCRONIZAR UM ARQUIVO'.
           DISPLAY '      (3) RELATORIO DE DIVERGENCIAS E '
               'RESSINCRONIAS'.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:1) TO WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '1'
                   PERFORM 001-CONFERE-TODOS
               WHEN '2'
                   PERFORM 010-RESSINCRONIZA
               WHEN '3'
                   PERFORM 020-RELATORIO
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO - NADA FEITO.'
                   MOVE 'N' TO WRK-SEGUE
           END-EVALUATE.
           PERFORM 043-ENCERRA-EXECUCAO.
           IF WRK-SEGUE NOT EQUAL 'S'
               OR QTD-DIVERGENTES GREATER THAN ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       001-CONFERE-TODOS.
      **
      * Checks the four controlled files, as a batch would before
      * using them. A mismatch is logged by PROG064 and makes the
      * run end with return code 8.
      **
           MOVE ZEROS TO QTD-CONFERIDOS.
           MOVE ZEROS TO QTD-DIVERGENTES.
           DISPLAY 'ARQUIVO          SITUACAO    REGISTROS'
               '                TOTAL'.
           DISPLAY '-----------------------------------------'.
           MOVE 'FOLHA.TXT' TO WRK-ARQ-CONFERE.
           PERFORM 002-CONFERE-ARQUIVO.
           MOVE 'TURMA.TXT' TO WRK-ARQ-CONFERE.
           PERFORM 002-CONFERE-ARQUIVO.
           MOVE 'FAIXAS.TXT' TO WRK-ARQ-CONFERE.
           PERFORM 002-CONFERE-ARQUIVO.
           MOVE 'OPERADORES.TXT' TO WRK-ARQ-CONFERE.
           PERFORM 002-CONFERE-ARQUIVO.
           DISPLAY '#########################################'.
           MOVE QTD-CONFERIDOS TO WRK-QTD-ED.
           DISPLAY WRK-QTD-ED ' ARQUIVO(S) CONFERIDO(S).'.
           MOVE QTD-DIVERGENTES TO WRK-QTD-ED.
           DISPLAY WRK-QTD-ED ' ARQUIVO(S) COM DIVERGENCIA.'.

       002-CONFERE-ARQUIVO.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE WRK-ARQ-CONFERE TO CTP-ARQUIVO.
           MOVE 'PROG063' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           ADD 1 TO QTD-CONFERIDOS.
           MOVE WRK-ARQ-CONFERE TO LCONF-ARQUIVO.
           EVALUATE CTP-RETORNO
               WHEN 'S'
                   MOVE 'CONFERE' TO LCONF-SITUACAO
               WHEN 'D'
                   MOVE 'DIVERGENTE' TO LCONF-SITUACAO
                   ADD 1 TO QTD-DIVERGENTES
               WHEN OTHER
                   MOVE 'ERRO' TO LCONF-SITUACAO
                   ADD 1 TO QTD-DIVERGENTES
           END-EVALUATE.
           MOVE CTP-QTD TO LCONF-QTD.
           MOVE CTP-HASH TO LCONF-HASH.
           DISPLAY WRK-LINHA-CONF.

       010-RESSINCRONIZA.
      **
      * Resync, for a supervisor at the console or a run driven by
      * PROG063.PRM: the file is taken as it is now as the new
      * baseline, once the correction behind it is documented in
      * the reason, which goes to CTLOCOR.TXT with the operator.
      **
           IF WS-PARM-ATIVO EQUAL 'N'
               AND WS-PERFIL-ATUAL NOT EQUAL 'S'
               DISPLAY 'RESSINCRONIA EXIGE SUPERVISOR - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               DISPLAY 'ARQUIVO (FOLHA.TXT, TURMA.TXT, FAIXAS.TXT '
                   'OU OPERADORES.TXT): '
               PERFORM 041-OBTEM-RESPOSTA
               MOVE WS-RESPOSTA(1:16) TO WRK-ARQ-RESSINC
               IF WRK-ARQ-RESSINC NOT EQUAL 'FOLHA.TXT'
                   AND WRK-ARQ-RESSINC NOT EQUAL 'TURMA.TXT'
                   AND WRK-ARQ-RESSINC NOT EQUAL 'FAIXAS.TXT'
                   AND WRK-ARQ-RESSINC NOT EQUAL 'OPERADORES.TXT'
                   DISPLAY 'ARQUIVO NAO CONTROLADO - NADA FEITO.'
                   MOVE 'N' TO WRK-SEGUE
               END-IF
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               DISPLAY 'MOTIVO DA CORRECAO (OBRIGATORIO): '
               PERFORM 041-OBTEM-RESPOSTA
               MOVE WS-RESPOSTA(1:40) TO WRK-MOTIVO
               IF WRK-MOTIVO EQUAL SPACES
                   DISPLAY 'MOTIVO EM BRANCO - NADA FEITO.'
                   MOVE 'N' TO WRK-SEGUE
               END-IF
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               DISPLAY 'CONFIRMA A RESSINCRONIA DE '
                   WRK-ARQ-RESSINC ' (S/N)? '
               PERFORM 041-OBTEM-RESPOSTA
               MOVE WS-RESPOSTA(1:1) TO WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S'
                   PERFORM 011-GRAVA-RESSINCRONIA
               ELSE
                   DISPLAY 'RESSINCRONIA CANCELADA.'
                   MOVE 'N' TO WRK-SEGUE
               END-IF
           END-IF.

       011-GRAVA-RESSINCRONIA.
           MOVE 'R' TO CTP-FUNCAO.
           MOVE WRK-ARQ-RESSINC TO CTP-ARQUIVO.
           MOVE 'PROG063' TO CTP-PROGRAMA.
           MOVE WRK-MOTIVO TO CTP-MOTIVO.
           CALL 'PROG064'.
           IF CTP-RETORNO EQUAL 'S'
               MOVE WRK-ARQ-RESSINC TO LCONF-ARQUIVO
               MOVE 'RESSINC.' TO LCONF-SITUACAO
               MOVE CTP-QTD TO LCONF-QTD
               MOVE CTP-HASH TO LCONF-HASH
               DISPLAY WRK-LINHA-CONF
               DISPLAY 'ARQUIVO RESSINCRONIZADO.'
           ELSE
               DISPLAY 'RESSINCRONIA NAO GRAVADA - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.

       020-RELATORIO.
      **
      * Lists CTLOCOR.TXT in the order the events happened - all
      * files or one - into RELCTL.TXT as well as the console:
      * each mismatch with the totals that did not match, each
      * resync with who did it and the reason given.
      **
           DISPLAY 'ARQUIVO (BRANCO = TODOS): '.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:16) TO WRK-ARQ-FILTRO.
           MOVE ZEROS TO QTD-OCORRENCIAS.
           MOVE ZEROS TO QTD-DIVERGENCIAS.
           MOVE ZEROS TO QTD-RESSINCRONIAS.
           PERFORM 024-ABRE-RELCTL.
           MOVE 'CONTROLE DOS ARQUIVOS DE DADOS - DIVERGENCIAS E '
               TO WRK-LINHA-REL.
           MOVE 'RESSINCRONIAS' TO WRK-LINHA-REL(49:13).
           PERFORM 022-IMPRIME-LINHA.
           MOVE 'DATA       HORA  ARQUIVO          EVENTO       '
               TO WRK-LINHA-REL.
           MOVE 'PROGRAMA OPERADOR QTD REG QTD ATU'
               TO WRK-LINHA-REL(48:33).
           PERFORM 022-IMPRIME-LINHA.
           MOVE ALL '-' TO WRK-LINHA-REL(1:80).
           PERFORM 022-IMPRIME-LINHA.
           OPEN INPUT CTLOCOR.
           IF WS-OCOR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ CTLOCOR AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 021-RELATORIO-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE CTLOCOR
           END-IF.
           MOVE ALL '-' TO WRK-LINHA-REL(1:80).
           PERFORM 022-IMPRIME-LINHA.
           MOVE QTD-DIVERGENCIAS TO WRK-QTD-ED.
           STRING WRK-QTD-ED DELIMITED BY SIZE
               ' DIVERGENCIA(S) ENCONTRADA(S).' DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 022-IMPRIME-LINHA.
           MOVE QTD-RESSINCRONIAS TO WRK-QTD-ED.
           STRING WRK-QTD-ED DELIMITED BY SIZE
               ' RESSINCRONIA(S) FEITA(S).' DELIMITED BY SIZE
               INTO WRK-LINHA-REL
           END-STRING.
           PERFORM 022-IMPRIME-LINHA.
           PERFORM 023-FECHA-RELCTL.

       021-RELATORIO-ITEM.
           IF WRK-ARQ-FILTRO EQUAL SPACES
               OR CTO-ARQUIVO EQUAL WRK-ARQ-FILTRO
               ADD 1 TO QTD-OCORRENCIAS
               EVALUATE CTO-EVENTO
                   WHEN 'DIVERGENCIA'
                       ADD 1 TO QTD-DIVERGENCIAS
                   WHEN 'RESSINCRONIA'
                       ADD 1 TO QTD-RESSINCRONIAS
               END-EVALUATE
               MOVE CTO-DATA TO LOC-DATA
               MOVE CTO-HORA(1:4) TO WRK-HORA-HHMM
               MOVE WRK-HORA-HHMM TO LOC-HORA
               MOVE CTO-ARQUIVO TO LOC-ARQUIVO
               MOVE CTO-EVENTO TO LOC-EVENTO
               MOVE CTO-PROGRAMA TO LOC-PROGRAMA
               MOVE CTO-OPERADOR TO LOC-OPERADOR
               MOVE CTO-QTD-REG TO LOC-QTD-REG
               MOVE CTO-QTD-ATUAL TO LOC-QTD-ATUAL
               MOVE WRK-LINHA-OCOR TO WRK-LINHA-REL
               PERFORM 022-IMPRIME-LINHA
               MOVE CTO-HASH-REG TO LTOT-HASH-REG
               MOVE CTO-HASH-ATUAL TO LTOT-HASH-ATUAL
               MOVE CTO-MOTIVO TO LTOT-MOTIVO
               MOVE WRK-LINHA-TOTAIS TO WRK-LINHA-REL
               PERFORM 022-IMPRIME-LINHA
           END-IF.
           READ CTLOCOR AT END MOVE 1 TO FLAG-ARQUIVO.

       022-IMPRIME-LINHA.
      **
      * One report line: to the console and, while RELCTL.TXT is
      * open, to the printed copy.
      **
           DISPLAY FUNCTION TRIM(WRK-LINHA-REL TRAILING).
           IF WS-REL-ABERTO EQUAL 'S'
               MOVE WRK-LINHA-REL TO REL-REG
               WRITE REL-REG
           END-IF.
           MOVE SPACES TO WRK-LINHA-REL.

       023-FECHA-RELCTL.
      **
      * Closes the printed copy of the report and files it in the
      * report spool.
      **
           IF WS-REL-ABERTO EQUAL 'S'
               CLOSE RELCTL
               MOVE 'N' TO WS-REL-ABERTO
               MOVE 'RELCTL.TXT' TO SPP-ARQUIVO
               MOVE 'DIVERGENCIAS E RESSINCRONIAS DE ARQUIVOS'
                   TO SPP-DESCRICAO
               MOVE 'PROG063' TO SPP-PROGRAMA
               CALL 'PROG062'
           END-IF.

       024-ABRE-RELCTL.
           OPEN OUTPUT RELCTL.
           IF WS-REL-STATUS EQUAL '00'
               MOVE 'S' TO WS-REL-ABERTO
           ELSE
               MOVE 'N' TO WS-REL-ABERTO
               DISPLAY 'ERRO AO ABRIR RELCTL.TXT - FILE STATUS: '
                   WS-REL-STATUS
           END-IF.

       040-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG063.PRM on disk the run takes
      * every answer from it, one per line, in prompt order. The
      * start of the run is logged either way.
      **
           OPEN INPUT PARAMETROS.
           IF WS-PARM-STATUS EQUAL '00'
               MOVE 'S' TO WS-PARM-ATIVO
               DISPLAY 'EXECUCAO SEM OPERADOR VIA PROG063.PRM.'
           ELSE
               MOVE 'N' TO WS-PARM-ATIVO
           END-IF.
           MOVE 'INICIO' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           PERFORM 042-GRAVA-EXECLOG.

       041-OBTEM-RESPOSTA.
      **
      * One answer: the next PROG063.PRM line when the run is
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
               MOVE 'PROG063' TO EXELOG-PROGRAMA
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
                   MOVE QTD-DIVERGENTES TO WRK-QTD-ED
                   STRING 'DIVERGENTES ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
               WHEN WRK-MODO EQUAL '2'
                   STRING 'RESSINCRONIZADO ' DELIMITED BY SIZE
                       WRK-ARQ-RESSINC DELIMITED BY SPACE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
               WHEN OTHER
                   MOVE QTD-OCORRENCIAS TO WRK-QTD-ED
                   STRING 'OCORRENCIAS ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
           END-EVALUATE.
           PERFORM 042-GRAVA-EXECLOG.
           IF WS-PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
           END-IF.

      ** add other procedures here
       END PROGRAM PROG063.
