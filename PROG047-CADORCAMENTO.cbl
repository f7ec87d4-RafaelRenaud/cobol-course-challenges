      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG047.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * ORCAMENTOS.TXT holds the approved payroll budget of each
      * company per competencia - headcount, gross and net - with
      * the overrun tolerance of the line, maintained here through
      * prompted entry. PROG048 sets the actual payroll against it
      * and the PROG002 closing warns about an overrun.
      * EMPRESAS.TXT is read only to check the company code typed.
      *-----------------------
           SELECT ORCAMENTOS ASSIGN TO 'ORCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORCAMENTO-STATUS.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ORCAMENTOS.
       COPY ORCAMENTO.
       FD EMPRESAS.
       COPY EMPRESA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-ORCAMENTO PIC 9(1) VALUE 0.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 WS-ORCAMENTO-STATUS PIC X(2) VALUE SPACES.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WRITE-COUNT PIC 9(5) VALUE ZERO.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-ALTERADO PIC X(1) VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Chave da linha: empresa do cadastro e competencia AAAAMM
      * (so os meses normais - 13o e ferias entram no orcamento do
      * mes em que sao pagos).
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-COMPETENCIA PIC X(6) VALUE SPACES.
       77 WRK-COMP-OK PIC X(1) VALUE 'N'.
      *-----------------------
      * Entrada de valor (16 digitos, centavos nas duas ultimas),
      * de quantidade de funcionarios (5 digitos) e da tolerancia
      * (5 digitos, duas decimais). Na correcao a resposta em branco
      * mantem o valor ja em arquivo.
       77 WRK-VALOR-ENTRADA PIC X(16) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(14)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-VALOR-OK PIC X(1) VALUE 'N'.
       77 WRK-QTD-ENTRADA PIC X(5) VALUE SPACES.
       77 WRK-QTD-NUM PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-QTD-OK PIC X(1) VALUE 'N'.
       77 WRK-TOL-ENTRADA PIC X(5) VALUE SPACES.
       77 WRK-TOL-NUM PIC 9(3)V99 VALUE ZEROS.
       77 WRK-TOL-ED PIC ZZ9.99 VALUE ZEROS.
       77 WRK-TOL-OK PIC X(1) VALUE 'N'.
       77 WRK-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(14)V99 VALUE ZEROS.
      *    Tolerancia assumida quando nenhuma e informada: o estouro
      *    de ate 5% sobre o orcado ainda nao e destacado.
       77 WRK-TOL-PADRAO PIC 9(3)V99 VALUE 5.
      *-----------------------
      * Codigos de EMPRESAS.TXT, para recusar uma linha de empresa
      * que nao existe no cadastro.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * O arquivo inteiro em tabela: a correcao e a exclusao mexem
      * na tabela e gravam o arquivo de volta, ja que um arquivo
      * LINE SEQUENTIAL nao comporta REWRITE no lugar; na inclusao
      * a mesma tabela segura a competencia repetida da empresa.
       01 TABELA-ORCAMENTOS.
           05 ORCAMENTO-ITEM OCCURS 1200 TIMES.
               10 TABORC-EMP-CODIGO PIC X(3).
               10 TABORC-COMPETENCIA PIC X(6).
               10 TABORC-QTD-FUNC PIC 9(5).
               10 TABORC-BRUTO PIC 9(14)V99.
               10 TABORC-LIQUIDO PIC 9(14)V99.
               10 TABORC-TOLERANCIA PIC 9(3)V99.
               10 TABORC-EXCLUIDO PIC X(1).
       77 QTD-ORCAMENTOS PIC 9(4) VALUE ZEROS.
       77 IDX-ORCAMENTO PIC 9(4) VALUE ZEROS.
       77 IDX-ACHADO PIC 9(4) VALUE ZEROS.
       77 FLAG-LIMITE-ORCAMENTO PIC 9(1) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MODO: (1) NOVA LINHA  (2) CORRIGIR'.
           DISPLAY '      (3) LISTAR  (4) EXCLUIR'.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 010-CORRIGE
               WHEN '3'
                   PERFORM 020-LISTA
               WHEN '4'
                   PERFORM 030-EXCLUI
               WHEN OTHER
                   PERFORM 001-INCLUI
           END-EVALUATE.
           GOBACK.

       001-INCLUI.
      **
      * Appends new budget lines to ORCAMENTOS.TXT; the first run on
      * a brand-new machine will not find the file yet, so build an
      * empty one first. A competencia already budgeted for the same
      * company is refused - use the correction mode.
      **
           PERFORM 011-CARREGA-TABELA.
           PERFORM 040-CARREGA-EMPRESAS.
           OPEN EXTEND ORCAMENTOS.
           IF WS-ORCAMENTO-STATUS EQUAL '35'
               OPEN OUTPUT ORCAMENTOS
               CLOSE ORCAMENTOS
               OPEN EXTEND ORCAMENTOS
           END-IF.
           IF WS-ORCAMENTO-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ORCAMENTOS.TXT - FILE STATUS: '
                   WS-ORCAMENTO-STATUS
           ELSE
               PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               CLOSE ORCAMENTOS
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' LINHA(S) REGISTRADA(S).'
           END-IF.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 005-ACEITA-EMPRESA.
           PERFORM 003-ACEITA-COMPETENCIA.
           PERFORM 014-PROCURA-LINHA.
           IF IDX-ACHADO GREATER THAN ZEROS
               DISPLAY 'COMPETENCIA JA ORCADA PARA A EMPRESA - USE O '
                   'MODO DE CORRECAO.'
           ELSE
               DISPLAY 'QUANTIDADE DE FUNCIONARIOS ORCADA: '
               PERFORM 007-ACEITA-QUANTIDADE
               DISPLAY 'SALARIO BRUTO ORCADO - '
               PERFORM 023-ACEITA-VALOR
               MOVE WRK-VALOR-NUM TO WRK-BRUTO
               DISPLAY 'SALARIO LIQUIDO ORCADO - '
               PERFORM 023-ACEITA-VALOR
               MOVE WRK-VALOR-NUM TO WRK-LIQUIDO
               IF WRK-LIQUIDO GREATER THAN WRK-BRUTO
                   DISPLAY 'AVISO: LIQUIDO ORCADO ACIMA DO BRUTO.'
               END-IF
               PERFORM 025-ACEITA-TOLERANCIA
               MOVE WRK-EMP-CODIGO TO ORC-EMP-CODIGO
               MOVE WRK-COMPETENCIA TO ORC-COMPETENCIA
               MOVE WRK-QTD-NUM TO ORC-QTD-FUNC
               MOVE WRK-BRUTO TO ORC-BRUTO
               MOVE WRK-LIQUIDO TO ORC-LIQUIDO
               MOVE WRK-TOL-NUM TO ORC-TOLERANCIA
               WRITE ORCAMENTO-REG
               IF WS-ORCAMENTO-STATUS EQUAL '00'
                   ADD 1 TO WRITE-COUNT
                   PERFORM 022-ACRESCENTA-TABELA
               ELSE
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE '
                       'STATUS: ' WS-ORCAMENTO-STATUS
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       022-ACRESCENTA-TABELA.
      **
      * A tabela da sessao acompanha o arquivo, para a critica de
      * competencia repetida valer tambem dentro da mesma sessao.
      **
           IF QTD-ORCAMENTOS LESS THAN 1200
               ADD 1 TO QTD-ORCAMENTOS
               MOVE ORC-EMP-CODIGO TO TABORC-EMP-CODIGO(QTD-ORCAMENTOS)
               MOVE ORC-COMPETENCIA
                   TO TABORC-COMPETENCIA(QTD-ORCAMENTOS)
               MOVE ORC-QTD-FUNC TO TABORC-QTD-FUNC(QTD-ORCAMENTOS)
               MOVE ORC-BRUTO TO TABORC-BRUTO(QTD-ORCAMENTOS)
               MOVE ORC-LIQUIDO TO TABORC-LIQUIDO(QTD-ORCAMENTOS)
               MOVE ORC-TOLERANCIA TO TABORC-TOLERANCIA(QTD-ORCAMENTOS)
               MOVE 'N' TO TABORC-EXCLUIDO(QTD-ORCAMENTOS)
           END-IF.

       003-ACEITA-COMPETENCIA.
      **
      * Re-prompts until the competencia is a valid AAAAMM of a
      * regular month (blank means the current month).
      **
           MOVE 'N' TO WRK-COMP-OK.
           PERFORM 004-PEDE-COMPETENCIA UNTIL WRK-COMP-OK EQUAL 'S'.

       004-PEDE-COMPETENCIA.
           DISPLAY 'COMPETENCIA (AAAAMM, BRANCO = MES ATUAL): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
               OR WRK-COMPETENCIA(5:2) LESS THAN '01'
               OR WRK-COMPETENCIA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - USE AAAAMM.'
           ELSE
               MOVE 'S' TO WRK-COMP-OK
           END-IF.

       005-ACEITA-EMPRESA.
      **
      * The budget is always of one company: the code cannot be
      * blank and must be on the company master (when there is one
      * on file).
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           MOVE 'N' TO WRK-ALTERADO.
           PERFORM 006-PEDE-EMPRESA UNTIL WRK-ALTERADO EQUAL 'S'.

       006-PEDE-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA: '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           MOVE 'S' TO WRK-ALTERADO.
           IF WRK-EMP-CODIGO EQUAL SPACES
               DISPLAY 'EMPRESA EM BRANCO - DIGITE O CODIGO.'
               MOVE 'N' TO WRK-ALTERADO
           ELSE
               IF QTD-EMPRESAS GREATER THAN ZEROS
                   MOVE ZEROS TO IDX-EMP-ACHADO
                   PERFORM 042-PROCURA-EMPRESA
                       VARYING IDX-EMPRESA FROM 1 BY 1
                       UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
                   IF IDX-EMP-ACHADO EQUAL ZEROS
                       DISPLAY 'EMPRESA NAO CADASTRADA.'
                       MOVE 'N' TO WRK-ALTERADO
                   ELSE
                       DISPLAY 'EMPRESA: '
                           TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO)
                   END-IF
               END-IF
           END-IF.

       007-ACEITA-QUANTIDADE.
      **
      * Re-prompts until the headcount is digits only; zero is a
      * valid budget for a company with no one on the payroll yet.
      **
           MOVE 'N' TO WRK-QTD-OK.
           PERFORM 008-PEDE-QUANTIDADE UNTIL WRK-QTD-OK EQUAL 'S'.

       008-PEDE-QUANTIDADE.
           DISPLAY 'QUANTIDADE (5 DIGITOS): '.
           MOVE SPACES TO WRK-QTD-ENTRADA.
           ACCEPT WRK-QTD-ENTRADA.
           IF WRK-QTD-ENTRADA EQUAL SPACES
               DISPLAY 'QUANTIDADE EM BRANCO - DIGITE A QUANTIDADE.'
           ELSE
               PERFORM 009-CONFERE-QUANTIDADE
           END-IF.

       009-CONFERE-QUANTIDADE.
           INSPECT WRK-QTD-ENTRADA REPLACING LEADING SPACES BY ZEROS.
           IF WRK-QTD-ENTRADA NOT NUMERIC
               DISPLAY 'QUANTIDADE DEVE CONTER APENAS DIGITOS.'
           ELSE
               MOVE WRK-QTD-ENTRADA TO WRK-QTD-NUM
               MOVE 'S' TO WRK-QTD-OK
           END-IF.

       023-ACEITA-VALOR.
      **
      * Re-prompts until the amount is digits only (sixteen
      * positions, cents implied in the last two) and not zero.
      **
           MOVE 'N' TO WRK-VALOR-OK.
           PERFORM 024-PEDE-VALOR UNTIL WRK-VALOR-OK EQUAL 'S'.

       024-PEDE-VALOR.
           DISPLAY 'VALOR (16 DIGITOS, CENTAVOS NO FINAL): '.
           MOVE SPACES TO WRK-VALOR-ENTRADA.
           ACCEPT WRK-VALOR-ENTRADA.
           IF WRK-VALOR-ENTRADA EQUAL SPACES
               DISPLAY 'VALOR EM BRANCO - DIGITE UM VALOR.'
           ELSE
               PERFORM 027-CONFERE-VALOR
               IF WRK-VALOR-OK EQUAL 'S'
                   AND WRK-VALOR-NUM EQUAL ZEROS
                   DISPLAY 'VALOR ZERADO - DIGITE UM VALOR.'
                   MOVE 'N' TO WRK-VALOR-OK
               END-IF
           END-IF.

       027-CONFERE-VALOR.
           MOVE 'N' TO WRK-VALOR-OK.
           INSPECT WRK-VALOR-ENTRADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WRK-VALOR-ENTRADA NOT NUMERIC
               DISPLAY 'VALOR DEVE CONTER APENAS DIGITOS.'
           ELSE
               MOVE WRK-VALOR-ENTRADA TO WRK-VALOR-NUM(1:16)
               MOVE 'S' TO WRK-VALOR-OK
           END-IF.

       025-ACEITA-TOLERANCIA.
      **
      * The overrun still accepted for the line, in percent over
      * the budget; blank takes the house default.
      **
           MOVE 'N' TO WRK-TOL-OK.
           PERFORM 026-PEDE-TOLERANCIA UNTIL WRK-TOL-OK EQUAL 'S'.

       026-PEDE-TOLERANCIA.
           MOVE WRK-TOL-PADRAO TO WRK-TOL-ED.
           DISPLAY 'TOLERANCIA DE ESTOURO EM % (5 DIGITOS, 2 '
               'DECIMAIS NO FINAL; BRANCO = ' WRK-TOL-ED '): '.
           MOVE SPACES TO WRK-TOL-ENTRADA.
           ACCEPT WRK-TOL-ENTRADA.
           IF WRK-TOL-ENTRADA EQUAL SPACES
               MOVE WRK-TOL-PADRAO TO WRK-TOL-NUM
               MOVE 'S' TO WRK-TOL-OK
           ELSE
               PERFORM 028-CONFERE-TOLERANCIA
           END-IF.

       028-CONFERE-TOLERANCIA.
           INSPECT WRK-TOL-ENTRADA REPLACING LEADING SPACES BY ZEROS.
           IF WRK-TOL-ENTRADA NOT NUMERIC
               DISPLAY 'TOLERANCIA DEVE CONTER APENAS DIGITOS.'
           ELSE
               MOVE WRK-TOL-ENTRADA TO WRK-TOL-NUM(1:5)
               MOVE 'S' TO WRK-TOL-OK
           END-IF.

       010-CORRIGE.
      **
      * Correction mode: loads the whole file into the table, finds
      * the line by company and competencia, re-prompts the budget
      * figures (a blank answer keeps the value on file) and writes
      * the file back out.
      **
           PERFORM 011-CARREGA-TABELA.
           IF QTD-ORCAMENTOS EQUAL ZEROS
               DISPLAY 'NENHUMA LINHA EM ARQUIVO.'
           ELSE
               IF FLAG-LIMITE-ORCAMENTO EQUAL 1
                   DISPLAY 'ARQUIVO EXCEDE 1200 LINHAS - CORRECAO '
                       'ABORTADA.'
               ELSE
                   PERFORM 012-CORRIGE-UM
                       UNTIL CONTINUA NOT EQUAL TO 'S'
                       AND CONTINUA NOT EQUAL TO 's'
                   PERFORM 016-REGRAVA-ARQUIVO
               END-IF
           END-IF.

       011-CARREGA-TABELA.
           MOVE ZEROS TO QTD-ORCAMENTOS.
           MOVE 0 TO FLAG-LIMITE-ORCAMENTO.
           OPEN INPUT ORCAMENTOS.
           IF WS-ORCAMENTO-STATUS NOT EQUAL '00'
               CONTINUE
           ELSE
               MOVE 0 TO FLAG-ORCAMENTO
               READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO
               END-READ
               PERFORM 017-CARREGA-ITEM
                   UNTIL FLAG-ORCAMENTO EQUAL TO 1
               CLOSE ORCAMENTOS
           END-IF.

       017-CARREGA-ITEM.
      **
      * TABELA-ORCAMENTOS so comporta 1200 ocorrencias (cem empresas
      * por um ano); alem disso a correcao e a exclusao sao
      * abortadas para nao truncar o arquivo na regravacao.
      **
           IF QTD-ORCAMENTOS LESS THAN 1200
               PERFORM 022-ACRESCENTA-TABELA
               READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO
               END-READ
           ELSE
               MOVE 1 TO FLAG-LIMITE-ORCAMENTO
               MOVE 1 TO FLAG-ORCAMENTO
           END-IF.

       012-CORRIGE-UM.
           DISPLAY 'CODIGO DA EMPRESA A CORRIGIR: '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 014-PROCURA-LINHA.
           IF IDX-ACHADO EQUAL ZEROS
               DISPLAY 'LINHA NAO ENCONTRADA.'
           ELSE
               PERFORM 013-CORRIGE-CAMPOS
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       014-PROCURA-LINHA.
           MOVE ZEROS TO IDX-ACHADO.
           PERFORM 018-PROCURA-LINHA-ITEM
               VARYING IDX-ORCAMENTO FROM 1 BY 1
               UNTIL IDX-ORCAMENTO GREATER THAN QTD-ORCAMENTOS.

       018-PROCURA-LINHA-ITEM.
           IF TABORC-EMP-CODIGO(IDX-ORCAMENTO) EQUAL WRK-EMP-CODIGO
               AND TABORC-COMPETENCIA(IDX-ORCAMENTO)
                   EQUAL WRK-COMPETENCIA
               AND TABORC-EXCLUIDO(IDX-ORCAMENTO) NOT EQUAL 'S'
               MOVE IDX-ORCAMENTO TO IDX-ACHADO
           END-IF.

       013-CORRIGE-CAMPOS.
      **
      * A blank answer keeps the value already on file, the same
      * convention PROG039 uses in its correction mode. Company and
      * competencia are the key of the line and never change -
      * exclude the line and include it again instead.
      **
           PERFORM 029-MOSTRA-LINHA.
           DISPLAY 'NOVA QUANTIDADE (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-QTD-ENTRADA.
           ACCEPT WRK-QTD-ENTRADA.
           IF WRK-QTD-ENTRADA NOT EQUAL SPACES
               MOVE 'N' TO WRK-QTD-OK
               PERFORM 009-CONFERE-QUANTIDADE
               IF WRK-QTD-OK EQUAL 'S'
                   MOVE WRK-QTD-NUM TO TABORC-QTD-FUNC(IDX-ACHADO)
               END-IF
           END-IF.
           DISPLAY 'NOVO BRUTO (16 DIGITOS, BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-VALOR-ENTRADA.
           ACCEPT WRK-VALOR-ENTRADA.
           IF WRK-VALOR-ENTRADA NOT EQUAL SPACES
               PERFORM 027-CONFERE-VALOR
               IF WRK-VALOR-OK EQUAL 'S'
                   MOVE WRK-VALOR-NUM TO TABORC-BRUTO(IDX-ACHADO)
               END-IF
           END-IF.
           DISPLAY 'NOVO LIQUIDO (16 DIGITOS, BRANCO MANTEM O '
               'ATUAL): '.
           MOVE SPACES TO WRK-VALOR-ENTRADA.
           ACCEPT WRK-VALOR-ENTRADA.
           IF WRK-VALOR-ENTRADA NOT EQUAL SPACES
               PERFORM 027-CONFERE-VALOR
               IF WRK-VALOR-OK EQUAL 'S'
                   MOVE WRK-VALOR-NUM TO TABORC-LIQUIDO(IDX-ACHADO)
               END-IF
           END-IF.
           DISPLAY 'NOVA TOLERANCIA % (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-TOL-ENTRADA.
           ACCEPT WRK-TOL-ENTRADA.
           IF WRK-TOL-ENTRADA NOT EQUAL SPACES
               MOVE 'N' TO WRK-TOL-OK
               PERFORM 028-CONFERE-TOLERANCIA
               IF WRK-TOL-OK EQUAL 'S'
                   MOVE WRK-TOL-NUM TO TABORC-TOLERANCIA(IDX-ACHADO)
               END-IF
           END-IF.

       029-MOSTRA-LINHA.
           DISPLAY 'DADOS ATUAIS:'.
           DISPLAY 'EMPRESA: ' TABORC-EMP-CODIGO(IDX-ACHADO)
               '  COMPETENCIA: ' TABORC-COMPETENCIA(IDX-ACHADO).
           MOVE TABORC-QTD-FUNC(IDX-ACHADO) TO WRK-QTD-ED.
           MOVE TABORC-TOLERANCIA(IDX-ACHADO) TO WRK-TOL-ED.
           DISPLAY 'FUNCIONARIOS: ' WRK-QTD-ED
               '  TOLERANCIA %: ' WRK-TOL-ED.
           MOVE TABORC-BRUTO(IDX-ACHADO) TO WRK-VALOR-ED.
           DISPLAY 'BRUTO:   ' WRK-VALOR-ED.
           MOVE TABORC-LIQUIDO(IDX-ACHADO) TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO: ' WRK-VALOR-ED.

       016-REGRAVA-ARQUIVO.
      **
      * Writes the table back over ORCAMENTOS.TXT in one pass,
      * replacing the previous contents; excluded lines are left
      * out.
      **
           OPEN OUTPUT ORCAMENTOS.
           IF WS-ORCAMENTO-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR ORCAMENTOS.TXT - FILE '
                   'STATUS: ' WS-ORCAMENTO-STATUS
           ELSE
               MOVE ZEROS TO WRITE-COUNT
               PERFORM 019-REGRAVA-ITEM
                   VARYING IDX-ORCAMENTO FROM 1 BY 1
                   UNTIL IDX-ORCAMENTO GREATER THAN QTD-ORCAMENTOS
               CLOSE ORCAMENTOS
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY 'ARQUIVO REGRAVADO COM ' COUNTER ' LINHA(S).'
           END-IF.

       019-REGRAVA-ITEM.
           IF TABORC-EXCLUIDO(IDX-ORCAMENTO) NOT EQUAL 'S'
               MOVE TABORC-EMP-CODIGO(IDX-ORCAMENTO) TO ORC-EMP-CODIGO
               MOVE TABORC-COMPETENCIA(IDX-ORCAMENTO)
                   TO ORC-COMPETENCIA
               MOVE TABORC-QTD-FUNC(IDX-ORCAMENTO) TO ORC-QTD-FUNC
               MOVE TABORC-BRUTO(IDX-ORCAMENTO) TO ORC-BRUTO
               MOVE TABORC-LIQUIDO(IDX-ORCAMENTO) TO ORC-LIQUIDO
               MOVE TABORC-TOLERANCIA(IDX-ORCAMENTO) TO ORC-TOLERANCIA
               WRITE ORCAMENTO-REG
               ADD 1 TO WRITE-COUNT
           END-IF.

       020-LISTA.
      **
      * Prints the whole budget file, for a quick visual check after
      * a maintenance session.
      **
           OPEN INPUT ORCAMENTOS.
           IF WS-ORCAMENTO-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ORCAMENTOS.TXT - FILE STATUS: '
                   WS-ORCAMENTO-STATUS
           ELSE
               MOVE 0 TO FLAG-ORCAMENTO
               MOVE ZEROS TO WRITE-COUNT
               DISPLAY 'EMP COMPET  FUNC            BRUTO ORCADO'
                   '          LIQUIDO ORCADO   TOL %'
               READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO
               END-READ
               PERFORM 021-LISTA-ITEM
                   UNTIL FLAG-ORCAMENTO EQUAL TO 1
               CLOSE ORCAMENTOS
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' LINHA(S) EM ARQUIVO.'
           END-IF.

       021-LISTA-ITEM.
           MOVE ORC-QTD-FUNC TO WRK-QTD-ED.
           MOVE ORC-TOLERANCIA TO WRK-TOL-ED.
           MOVE ORC-BRUTO TO WRK-VALOR-ED.
           MOVE ORC-LIQUIDO TO WRK-LIQUIDO-ED.
           DISPLAY ORC-EMP-CODIGO ' ' ORC-COMPETENCIA ' ' WRK-QTD-ED
               ' ' WRK-VALOR-ED ' ' WRK-LIQUIDO-ED ' ' WRK-TOL-ED.
           ADD 1 TO WRITE-COUNT.
           READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO.

       030-EXCLUI.
      **
      * Exclusion mode: the line found by company and competencia is
      * marked in the table and left out when the file is written
      * back.
      **
           PERFORM 011-CARREGA-TABELA.
           IF QTD-ORCAMENTOS EQUAL ZEROS
               DISPLAY 'NENHUMA LINHA EM ARQUIVO.'
           ELSE
               IF FLAG-LIMITE-ORCAMENTO EQUAL 1
                   DISPLAY 'ARQUIVO EXCEDE 1200 LINHAS - EXCLUSAO '
                       'ABORTADA.'
               ELSE
                   MOVE 'N' TO WRK-ALTERADO
                   PERFORM 031-EXCLUI-UM
                       UNTIL CONTINUA NOT EQUAL TO 'S'
                       AND CONTINUA NOT EQUAL TO 's'
                   IF WRK-ALTERADO EQUAL 'S'
                       PERFORM 016-REGRAVA-ARQUIVO
                   END-IF
               END-IF
           END-IF.

       031-EXCLUI-UM.
           DISPLAY 'CODIGO DA EMPRESA A EXCLUIR: '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           PERFORM 014-PROCURA-LINHA.
           IF IDX-ACHADO EQUAL ZEROS
               DISPLAY 'LINHA NAO ENCONTRADA.'
           ELSE
               PERFORM 029-MOSTRA-LINHA
               DISPLAY 'CONFIRMA A EXCLUSAO? S/N'
               MOVE SPACES TO CONTINUA
               ACCEPT CONTINUA
               IF CONTINUA EQUAL 'S' OR CONTINUA EQUAL 's'
                   MOVE 'S' TO TABORC-EXCLUIDO(IDX-ACHADO)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'LINHA EXCLUIDA.'
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       040-CARREGA-EMPRESAS.
      **
      * Company codes of the master; with no EMPRESAS.TXT any code
      * is taken as typed.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 041-CARREGA-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       041-CARREGA-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       042-PROCURA-EMPRESA.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-EMP-CODIGO
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

      ** add other procedures here
       END PROGRAM PROG047.
