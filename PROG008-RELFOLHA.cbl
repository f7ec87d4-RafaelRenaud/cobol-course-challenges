      * Sort work file for the control-break EMPRESA report, the
      * same machinery PROG006 uses for its BAIRRO report.
           SELECT SORT-EMPRESA ASSIGN TO 'EMPSORT.TMP'.
      *-----------------------
      * EMPRESAS.TXT is the PROG039 company master: the break is by
      * company code, and FOLHA records written before the code
      * existed are resolved through the razao social, so "ACME
      * LTDA" and its variants fall under one company once mapped.
      *-----------------------
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FOLHA.
       COPY FOLHA.
       FD EMPRESAS.
       COPY EMPRESA.
       SD SORT-EMPRESA.
       01 SORT-REG.
           05 SORT-EMP-CODIGO PIC X(3).
           05 SORT-EMPRESA-KEY PIC X(30).
           05 SORT-NOME PIC X(30).
           05 SORT-SOMA PIC 9(16)V99.
      *-----------------------
      * Control-break accumulators for the EMPRESA subtotal report.
       77 WS-EMPRESA-ANTERIOR PIC X(30) VALUE SPACES.
       77 WS-CODIGO-ANTERIOR PIC X(3) VALUE SPACES.
       77 WS-PRIMEIRO-REG PIC X(1) VALUE 'S'.
       77 WS-SUBTOTAL-SOMA PIC 9(16)V99 VALUE ZEROS.
       77 WS-SUBTOTAL-LIQUIDO PIC 9(16)V99 VALUE ZEROS.
      * dezembro - a competencia digitada limita o resumo aquele
      * mes (ou ao proprio 13o).
       77 WS-FILTRO-COMPETENCIA PIC X(6) VALUE SPACES.
      *-----------------------
      * Cadastro de empresas (codigo e razao social) para resolver
      * a empresa de cada registro; sem codigo resolvido o registro
      * quebra pela grafia gravada, marcado SEM CADASTRO.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes do resumo.
       COPY CTLPED.
       77 WS-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WS-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'COMPETENCIA (AAAAMM, AAAA13 = 13o, BRANCO = '
               'TODAS): '.
           ACCEPT WS-FILTRO-COMPETENCIA.
           PERFORM 011-CONFERE-CONTROLE.
           IF WS-CTL-CONFERE EQUAL 'S'
               PERFORM 012-RELATORIO
           ELSE
               DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                   'EXECUCAO INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      **
           IF WS-FILTRO-COMPETENCIA EQUAL SPACES
               OR FOLHA-COMPETENCIA EQUAL WS-FILTRO-COMPETENCIA
               PERFORM 008-RESOLVE-EMPRESA
               MOVE FOLHA-NOME TO SORT-NOME
               MOVE FOLHA-SOMA TO SORT-SOMA
               MOVE FOLHA-LIQUIDO TO SORT-LIQUIDO

       004-PROCESSA-SORT-ITEM.
           IF WS-PRIMEIRO-REG EQUAL 'N'
               AND (SORT-EMP-CODIGO NOT EQUAL WS-CODIGO-ANTERIOR
               OR SORT-EMPRESA-KEY NOT EQUAL WS-EMPRESA-ANTERIOR)
               PERFORM 006-QUEBRA-EMPRESA
           END-IF.
           MOVE SORT-EMP-CODIGO TO WS-CODIGO-ANTERIOR.
           MOVE SORT-EMPRESA-KEY TO WS-EMPRESA-ANTERIOR.
           MOVE 'N' TO WS-PRIMEIRO-REG.
           MOVE SORT-SOMA TO WS-VALOR-ED.
      * accumulated for the company just finished and clears them
      * for the next one.
      **
           IF WS-CODIGO-ANTERIOR EQUAL SPACES
               DISPLAY '--- EMPRESA (SEM CADASTRO) '
                   WS-EMPRESA-ANTERIOR ' ---'
           ELSE
               DISPLAY '--- EMPRESA ' WS-CODIGO-ANTERIOR ' '
                   WS-EMPRESA-ANTERIOR ' ---'
           END-IF.
           MOVE WS-SUBTOTAL-SOMA TO WS-VALOR-ED.
           DISPLAY '    TOTAL BRUTO: R$' WS-VALOR-ED.
           MOVE WS-SUBTOTAL-LIQUIDO TO WS-VALOR-ED.
           DISPLAY '    FUNCIONARIOS: ' WS-FUNC-ED.
           DISPLAY '#########################################'.

       007-CARREGA-EMPRESAS.
      **
      * Loads the PROG039 company master; with the file missing
      * every record breaks by the spelling on file, as before.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 009-CARREGA-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       009-CARREGA-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       008-RESOLVE-EMPRESA.
      **
      * Sort key of the record: its FOLHA-EMP-CODIGO, or for older
      * records the code whose razao social matches the spelling
      * on file; the company name printed is always the master's.
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           PERFORM 010-PROCURA-EMPRESA
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           IF IDX-EMP-ACHADO GREATER THAN ZEROS
               MOVE TABEMP-CODIGO(IDX-EMP-ACHADO) TO SORT-EMP-CODIGO
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO)
                   TO SORT-EMPRESA-KEY
           ELSE
               MOVE FOLHA-EMP-CODIGO TO SORT-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO SORT-EMPRESA-KEY
           END-IF.

       010-PROCURA-EMPRESA.
           IF (FOLHA-EMP-CODIGO NOT EQUAL SPACES
               AND TABEMP-CODIGO(IDX-EMPRESA) EQUAL FOLHA-EMP-CODIGO)
               OR (FOLHA-EMP-CODIGO EQUAL SPACES
               AND TABEMP-RAZAO-SOCIAL(IDX-EMPRESA)
                   EQUAL FOLHA-EMPRESA)
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       011-CONFERE-CONTROLE.
      **
      * FOLHA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * run (PROG064 logs the mismatch) until a supervisor resyncs
      * it in PROG063. The run's return code is kept aside across
      * the CALL.
      **
           MOVE 'S' TO WS-CTL-CONFERE.
           MOVE RETURN-CODE TO WS-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG008' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WS-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WS-CTL-CONFERE
           END-IF.

       012-RELATORIO.
      **
      * The summary itself, once FOLHA.TXT has checked out.
      **
           PERFORM 007-CARREGA-EMPRESAS.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FOLHA.TXT - FILE STATUS: '
                   WS-FOLHA-STATUS
           ELSE
               DISPLAY '#########################################'
               IF WS-FILTRO-COMPETENCIA EQUAL SPACES
                   DISPLAY 'RESUMO DA FOLHA POR EMPRESA'
               ELSE
                   DISPLAY 'RESUMO DA FOLHA POR EMPRESA - '
                       'COMPETENCIA ' WS-FILTRO-COMPETENCIA
               END-IF
               DISPLAY '#########################################'
               SORT SORT-EMPRESA ON ASCENDING KEY SORT-EMP-CODIGO
                   SORT-EMPRESA-KEY
                   INPUT PROCEDURE IS 001-CARREGA-SORT
                   OUTPUT PROCEDURE IS 002-IMPRIME-SORT
               CLOSE FOLHA
               PERFORM 005-TOTAL-GERAL
           END-IF.

      ** add other procedures here
       END PROGRAM PROG008.
