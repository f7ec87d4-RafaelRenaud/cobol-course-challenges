      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG040.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * One-time conversion report for the company master: every
      * distinct company spelling typed into the payroll files before
      * EMPRESAS.TXT existed - employees, current and archived folha,
      * the per-company brackets and charge rates - with how many
      * records carry it and the EMPRESAS.TXT code it maps to, so
      * each spelling can be mapped to a code (PROG009 correction,
      * FAIXAS/ALIQUOTAS edited) before the master is enforced.
      * Read only; nothing is rewritten here.
      *-----------------------
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT FOLHAARQ ASSIGN TO 'FOLHAARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHAARQ-STATUS.
           SELECT FAIXAS ASSIGN TO 'FAIXAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAIXAS-STATUS.
           SELECT ALIQUOTAS ASSIGN TO 'ALIQUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIQUOTAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD EMPRESAS.
       COPY EMPRESA.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD FOLHA.
       COPY FOLHA.
      *-----------------------
      * FOLHAARQ.TXT keeps the FOLHA.TXT image as PROG017 archived it;
      * FOLHA-EMPRESA sits at position 31 for 30.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD FAIXAS.
       01 FAIXA-REG.
           05 FAIXA-LIMITE PIC 9(8)V99.
           05 FAIXA-PCT-IMPOSTO PIC 9(2)V99.
           05 FAIXA-PCT-BENEFICIOS PIC 9(2)V99.
           05 FAIXA-DESCRICAO PIC X(15).
           05 FAIXA-VIG-INI PIC X(6).
           05 FAIXA-VIG-FIM PIC X(6).
           05 FAIXA-EMPRESA PIC X(30).
       FD ALIQUOTAS.
       COPY ALIQUOTA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-FAIXAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALIQUOTAS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-FOLHAARQ PIC 9(1) VALUE 0.
       77 FLAG-FAIXAS PIC 9(1) VALUE 0.
       77 FLAG-ALIQUOTAS PIC 9(1) VALUE 0.
      *-----------------------
      * Empresas cadastradas, com a razao social normalizada (so
      * letras e digitos, em maiusculas) para sugerir o codigo de
      * grafias que diferem apenas em pontuacao, espacos ou caixa.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
               10 TABEMP-NORMAL PIC X(30).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-EMPRESAS PIC 9(1) VALUE 0.
      *-----------------------
      * Grafias distintas encontradas e quantos registros de cada
      * arquivo as usam.
       01 TABELA-GRAFIAS.
           05 GRAFIA-ITEM OCCURS 300 TIMES.
               10 TABGRA-EMPRESA PIC X(30).
               10 TABGRA-QTD-FUNC PIC 9(5).
               10 TABGRA-QTD-FOLHA PIC 9(5).
               10 TABGRA-QTD-ARQ PIC 9(5).
               10 TABGRA-QTD-FAIXA PIC 9(5).
               10 TABGRA-QTD-ALIQ PIC 9(5).
       77 QTD-GRAFIAS PIC 9(3) VALUE ZEROS.
       77 IDX-GRAFIA PIC 9(3) VALUE ZEROS.
       77 IDX-GRA-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-GRAFIAS PIC 9(1) VALUE 0.
      *-----------------------
      * Grafia em tratamento e o arquivo de onde veio: 'U'
      * funcionarios, 'F' folha, 'A' folha arquivada, 'X' faixas,
      * 'L' aliquotas.
       77 WRK-EMPRESA PIC X(30) VALUE SPACES.
       77 WRK-ORIGEM PIC X(1) VALUE SPACES.
      *-----------------------
      * Normalizacao: WRK-NORMAL-ENTRA vira WRK-NORMAL-SAI caractere
      * a caractere.
       77 WRK-NORMAL-ENTRA PIC X(30) VALUE SPACES.
       77 WRK-NORMAL-SAI PIC X(30) VALUE SPACES.
       77 WRK-GRAFIA-NORMAL PIC X(30) VALUE SPACES.
       77 IDX-CARACTER PIC 9(2) VALUE ZEROS.
       77 IDX-SAIDA PIC 9(2) VALUE ZEROS.
       77 WRK-CARACTER PIC X(1) VALUE SPACES.
      *-----------------------
      * Resultado da busca de uma grafia no cadastro.
       77 WRK-COD-EXATO PIC X(3) VALUE SPACES.
       77 WRK-COD-SUGERIDO PIC X(3) VALUE SPACES.
      *-----------------------
      * Totais do relatorio.
       77 QTD-CADASTRADAS PIC 9(3) VALUE ZEROS.
       77 QTD-SUGERIDAS PIC 9(3) VALUE ZEROS.
       77 QTD-SEM-CADASTRO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT e
      * FAIXAS.TXT conferidos antes da leitura.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 022-CONFERE-CONTROLE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               PERFORM 024-PROCESSA
           ELSE
               DISPLAY 'ARQUIVO DE ENTRADA ALTERADO FORA DO SISTEMA '
                   '- EXECUCAO INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       001-CARREGA-EMPRESAS.
      **
      * Loads EMPRESAS.TXT (kept by PROG039). The master may not
      * exist yet - the report then just lists the spellings.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 002-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       002-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL TO WRK-NORMAL-ENTRA
               PERFORM 020-NORMALIZA
               MOVE WRK-NORMAL-SAI TO TABEMP-NORMAL(QTD-EMPRESAS)
           ELSE
               IF FLAG-LIMITE-EMPRESAS EQUAL 0
                   DISPLAY 'AVISO: EMPRESAS.TXT COM MAIS DE 100 '
                       'EMPRESAS - EXCEDENTES IGNORADAS.'
                   MOVE 1 TO FLAG-LIMITE-EMPRESAS
               END-IF
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       003-LE-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '00'
               MOVE 'U' TO WRK-ORIGEM
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 004-FUNCIONARIO-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.

       004-FUNCIONARIO-ITEM.
           MOVE FUNC-EMPRESA TO WRK-EMPRESA.
           PERFORM 017-MARCA-GRAFIA.
           READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS.

       005-LE-FOLHA.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 'F' TO WRK-ORIGEM
               MOVE 0 TO FLAG-FOLHA
               READ FOLHA AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 006-FOLHA-ITEM
                   UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHA
           END-IF.

       006-FOLHA-ITEM.
           MOVE FOLHA-EMPRESA TO WRK-EMPRESA.
           PERFORM 017-MARCA-GRAFIA.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA.

       007-LE-FOLHAARQ.
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               MOVE 'A' TO WRK-ORIGEM
               MOVE 0 TO FLAG-FOLHAARQ
               READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHAARQ
               END-READ
               PERFORM 008-FOLHAARQ-ITEM
                   UNTIL FLAG-FOLHAARQ EQUAL TO 1
               CLOSE FOLHAARQ
           END-IF.

       008-FOLHAARQ-ITEM.
           MOVE FOLHAARQ-REG(31:30) TO WRK-EMPRESA.
           PERFORM 017-MARCA-GRAFIA.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHAARQ.

       009-LE-FAIXAS.
           OPEN INPUT FAIXAS.
           IF WS-FAIXAS-STATUS EQUAL '00'
               MOVE 'X' TO WRK-ORIGEM
               MOVE 0 TO FLAG-FAIXAS
               READ FAIXAS AT END MOVE 1 TO FLAG-FAIXAS
               END-READ
               PERFORM 010-FAIXA-ITEM
                   UNTIL FLAG-FAIXAS EQUAL TO 1
               CLOSE FAIXAS
           END-IF.

       010-FAIXA-ITEM.
           MOVE FAIXA-EMPRESA TO WRK-EMPRESA.
           PERFORM 017-MARCA-GRAFIA.
           READ FAIXAS AT END MOVE 1 TO FLAG-FAIXAS.

       011-LE-ALIQUOTAS.
           OPEN INPUT ALIQUOTAS.
           IF WS-ALIQUOTAS-STATUS EQUAL '00'
               MOVE 'L' TO WRK-ORIGEM
               MOVE 0 TO FLAG-ALIQUOTAS
               READ ALIQUOTAS AT END MOVE 1 TO FLAG-ALIQUOTAS
               END-READ
               PERFORM 012-ALIQUOTA-ITEM
                   UNTIL FLAG-ALIQUOTAS EQUAL TO 1
               CLOSE ALIQUOTAS
           END-IF.

       012-ALIQUOTA-ITEM.
           MOVE ALIQ-EMPRESA TO WRK-EMPRESA.
           PERFORM 017-MARCA-GRAFIA.
           READ ALIQUOTAS AT END MOVE 1 TO FLAG-ALIQUOTAS.

       013-LISTA-GRAFIA.
      **
      * One block per spelling: exact razao social match gives the
      * code outright; otherwise a match after normalization is only
      * a suggestion for the operator to confirm.
      **
           MOVE SPACES TO WRK-COD-EXATO.
           MOVE SPACES TO WRK-COD-SUGERIDO.
           MOVE TABGRA-EMPRESA(IDX-GRAFIA) TO WRK-NORMAL-ENTRA.
           PERFORM 020-NORMALIZA.
           MOVE WRK-NORMAL-SAI TO WRK-GRAFIA-NORMAL.
           PERFORM 014-PROCURA-EMPRESA
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'GRAFIA: "' TABGRA-EMPRESA(IDX-GRAFIA) '"'.
           IF WRK-COD-EXATO NOT EQUAL SPACES
               DISPLAY '  CODIGO ' WRK-COD-EXATO
                   ' (RAZAO SOCIAL CADASTRADA)'
               ADD 1 TO QTD-CADASTRADAS
           ELSE
               IF WRK-COD-SUGERIDO NOT EQUAL SPACES
                   DISPLAY '  SEM CADASTRO - CODIGO SUGERIDO '
                       WRK-COD-SUGERIDO
                   ADD 1 TO QTD-SUGERIDAS
               ELSE
                   DISPLAY '  SEM CADASTRO'
                   ADD 1 TO QTD-SEM-CADASTRO
               END-IF
           END-IF.
           PERFORM 015-LISTA-QUANTIDADES.

       014-PROCURA-EMPRESA.
           IF TABEMP-RAZAO-SOCIAL(IDX-EMPRESA)
               EQUAL TABGRA-EMPRESA(IDX-GRAFIA)
               AND WRK-COD-EXATO EQUAL SPACES
               MOVE TABEMP-CODIGO(IDX-EMPRESA) TO WRK-COD-EXATO
           END-IF.
           IF TABEMP-NORMAL(IDX-EMPRESA) EQUAL WRK-GRAFIA-NORMAL
               AND WRK-GRAFIA-NORMAL NOT EQUAL SPACES
               AND WRK-COD-SUGERIDO EQUAL SPACES
               MOVE TABEMP-CODIGO(IDX-EMPRESA) TO WRK-COD-SUGERIDO
           END-IF.

       015-LISTA-QUANTIDADES.
           IF TABGRA-QTD-FUNC(IDX-GRAFIA) GREATER THAN ZEROS
               MOVE TABGRA-QTD-FUNC(IDX-GRAFIA) TO WRK-QTD-ED
               DISPLAY '  FUNCIONARIOS.DAT:   ' WRK-QTD-ED
           END-IF.
           IF TABGRA-QTD-FOLHA(IDX-GRAFIA) GREATER THAN ZEROS
               MOVE TABGRA-QTD-FOLHA(IDX-GRAFIA) TO WRK-QTD-ED
               DISPLAY '  FOLHA.TXT:          ' WRK-QTD-ED
           END-IF.
           IF TABGRA-QTD-ARQ(IDX-GRAFIA) GREATER THAN ZEROS
               MOVE TABGRA-QTD-ARQ(IDX-GRAFIA) TO WRK-QTD-ED
               DISPLAY '  FOLHAARQ.TXT:       ' WRK-QTD-ED
           END-IF.
           IF TABGRA-QTD-FAIXA(IDX-GRAFIA) GREATER THAN ZEROS
               MOVE TABGRA-QTD-FAIXA(IDX-GRAFIA) TO WRK-QTD-ED
               DISPLAY '  FAIXAS.TXT:         ' WRK-QTD-ED
           END-IF.
           IF TABGRA-QTD-ALIQ(IDX-GRAFIA) GREATER THAN ZEROS
               MOVE TABGRA-QTD-ALIQ(IDX-GRAFIA) TO WRK-QTD-ED
               DISPLAY '  ALIQUOTAS.TXT:      ' WRK-QTD-ED
           END-IF.

       016-TOTAIS.
           DISPLAY '#########################################'.
           MOVE QTD-GRAFIAS TO WRK-QTD-ED.
           DISPLAY 'GRAFIAS DISTINTAS:       ' WRK-QTD-ED.
           MOVE QTD-CADASTRADAS TO WRK-QTD-ED.
           DISPLAY 'JA CADASTRADAS:          ' WRK-QTD-ED.
           MOVE QTD-SUGERIDAS TO WRK-QTD-ED.
           DISPLAY 'COM CODIGO SUGERIDO:     ' WRK-QTD-ED.
           MOVE QTD-SEM-CADASTRO TO WRK-QTD-ED.
           DISPLAY 'SEM CADASTRO:            ' WRK-QTD-ED.
           DISPLAY '#########################################'.

       017-MARCA-GRAFIA.
      **
      * Counts the current spelling under its source file. Blank is
      * not a spelling - global brackets and rates carry no company.
      **
           MOVE ZEROS TO IDX-GRA-ACHADO.
           IF WRK-EMPRESA NOT EQUAL SPACES
               PERFORM 018-PROCURA-GRAFIA
                   VARYING IDX-GRAFIA FROM 1 BY 1
                   UNTIL IDX-GRAFIA GREATER THAN QTD-GRAFIAS
               IF IDX-GRA-ACHADO EQUAL ZEROS
                   PERFORM 019-NOVA-GRAFIA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN IDX-GRA-ACHADO EQUAL ZEROS
                   CONTINUE
               WHEN WRK-ORIGEM EQUAL 'U'
                   ADD 1 TO TABGRA-QTD-FUNC(IDX-GRA-ACHADO)
               WHEN WRK-ORIGEM EQUAL 'F'
                   ADD 1 TO TABGRA-QTD-FOLHA(IDX-GRA-ACHADO)
               WHEN WRK-ORIGEM EQUAL 'A'
                   ADD 1 TO TABGRA-QTD-ARQ(IDX-GRA-ACHADO)
               WHEN WRK-ORIGEM EQUAL 'X'
                   ADD 1 TO TABGRA-QTD-FAIXA(IDX-GRA-ACHADO)
               WHEN WRK-ORIGEM EQUAL 'L'
                   ADD 1 TO TABGRA-QTD-ALIQ(IDX-GRA-ACHADO)
           END-EVALUATE.

       018-PROCURA-GRAFIA.
           IF TABGRA-EMPRESA(IDX-GRAFIA) EQUAL WRK-EMPRESA
               MOVE IDX-GRAFIA TO IDX-GRA-ACHADO
           END-IF.

       019-NOVA-GRAFIA.
           IF QTD-GRAFIAS LESS THAN 300
               ADD 1 TO QTD-GRAFIAS
               MOVE QTD-GRAFIAS TO IDX-GRA-ACHADO
               MOVE WRK-EMPRESA TO TABGRA-EMPRESA(QTD-GRAFIAS)
               MOVE ZEROS TO TABGRA-QTD-FUNC(QTD-GRAFIAS)
               MOVE ZEROS TO TABGRA-QTD-FOLHA(QTD-GRAFIAS)
               MOVE ZEROS TO TABGRA-QTD-ARQ(QTD-GRAFIAS)
               MOVE ZEROS TO TABGRA-QTD-FAIXA(QTD-GRAFIAS)
               MOVE ZEROS TO TABGRA-QTD-ALIQ(QTD-GRAFIAS)
           ELSE
               IF FLAG-LIMITE-GRAFIAS EQUAL 0
                   DISPLAY 'AVISO: MAIS DE 300 GRAFIAS - '
                       'RELATORIO PARCIAL.'
                   MOVE 1 TO FLAG-LIMITE-GRAFIAS
               END-IF
           END-IF.

       020-NORMALIZA.
      **
      * Upper case, then keeps letters and digits only: "Acme Ltda."
      * and "ACME LTDA" normalize to the same "ACMELTDA".
      **
           INSPECT WRK-NORMAL-ENTRA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WRK-NORMAL-SAI.
           MOVE ZEROS TO IDX-SAIDA.
           PERFORM 021-NORMALIZA-CARACTER
               VARYING IDX-CARACTER FROM 1 BY 1
               UNTIL IDX-CARACTER GREATER THAN 30.

       021-NORMALIZA-CARACTER.
           MOVE WRK-NORMAL-ENTRA(IDX-CARACTER:1) TO WRK-CARACTER.
           IF (WRK-CARACTER NOT LESS THAN 'A'
               AND WRK-CARACTER NOT GREATER THAN 'Z')
               OR (WRK-CARACTER NOT LESS THAN '0'
               AND WRK-CARACTER NOT GREATER THAN '9')
               ADD 1 TO IDX-SAIDA
               MOVE WRK-CARACTER TO WRK-NORMAL-SAI(IDX-SAIDA:1)
           END-IF.

       022-CONFERE-CONTROLE.
      **
      * FOLHA.TXT and FAIXAS.TXT must still hold what CTLREG.TXT
      * says the suite last left in them before their spellings are
      * listed; a file edited outside the suite stops the run
      * (PROG064 logs the mismatch) until a supervisor resyncs it
      * in PROG063.
      **
           MOVE 'S' TO WRK-CTL-CONFERE.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           PERFORM 023-CHAMA-CONTROLE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FAIXAS.TXT' TO CTP-ARQUIVO.
           PERFORM 023-CHAMA-CONTROLE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       023-CHAMA-CONTROLE.
      **
      * One request to the control register (CTP-FUNCAO and
      * CTP-ARQUIVO set by the caller); the run's return code is
      * kept aside across the CALL.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'PROG040' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.

       024-PROCESSA.
      **
      * The listing itself, once the input files have checked out.
      **
           PERFORM 001-CARREGA-EMPRESAS.
           PERFORM 003-LE-FUNCIONARIOS.
           PERFORM 005-LE-FOLHA.
           PERFORM 007-LE-FOLHAARQ.
           PERFORM 009-LE-FAIXAS.
           PERFORM 011-LE-ALIQUOTAS.
           DISPLAY '#########################################'.
           DISPLAY 'CONVERSAO - GRAFIAS DE EMPRESA EM USO'.
           DISPLAY '#########################################'.
           IF QTD-EMPRESAS EQUAL ZEROS
               DISPLAY 'EMPRESAS.TXT VAZIO OU INEXISTENTE - NENHUMA '
                   'GRAFIA TEM CODIGO AINDA.'
           END-IF.
           PERFORM 013-LISTA-GRAFIA
               VARYING IDX-GRAFIA FROM 1 BY 1
               UNTIL IDX-GRAFIA GREATER THAN QTD-GRAFIAS.
           PERFORM 016-TOTAIS.

      ** add other procedures here
       END PROGRAM PROG040.
