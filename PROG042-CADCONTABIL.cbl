      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG042.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * CONTABIL.TXT maps each rubrica of the payroll to the ledger
      * account the accounting export books it to, per company or
      * as the default line (company in spaces) - maintained here
      * through prompted entry, so the accountants can move a
      * rubrica to another account without a program change.
      * EMPRESAS.TXT is read only to check the company code typed.
      *-----------------------
           SELECT CONTABIL ASSIGN TO 'CONTABIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTABIL-STATUS.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTABIL.
       COPY CONTABIL.
       FD EMPRESAS.
       COPY EMPRESA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-CONTABIL PIC 9(1) VALUE 0.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 WS-CONTABIL-STATUS PIC X(2) VALUE SPACES.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WRITE-COUNT PIC 9(5) VALUE ZERO.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-ALTERADO PIC X(1) VALUE 'N'.
      *-----------------------
      * Campos de entrada; na correcao a resposta em branco mantem
      * o valor ja em arquivo.
       77 WRK-RUBRICA PIC X(10) VALUE SPACES.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-CONTA PIC X(12) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
      *-----------------------
      * Rubricas que a exportacao contabil do PROG002 lanca, com o
      * lado em que cada uma entra - so estas sao aceitas.
       01 TABELA-RUBRICAS.
           05 FILLER PIC X(11) VALUE 'SALARIOS  D'.
           05 FILLER PIC X(11) VALUE 'IMPOSTO   C'.
           05 FILLER PIC X(11) VALUE 'BENEFICIOSC'.
           05 FILLER PIC X(11) VALUE 'DESCONTOS C'.
           05 FILLER PIC X(11) VALUE 'LIQUIDO   C'.
           05 FILLER PIC X(11) VALUE 'FGTS-DESP D'.
           05 FILLER PIC X(11) VALUE 'FGTS-REC  C'.
           05 FILLER PIC X(11) VALUE 'INSS-DESP D'.
           05 FILLER PIC X(11) VALUE 'INSS-REC  C'.
           05 FILLER PIC X(11) VALUE 'TERC-DESP D'.
           05 FILLER PIC X(11) VALUE 'TERC-REC  C'.
       01 TABELA-RUBRICAS-R REDEFINES TABELA-RUBRICAS.
           05 RUBRICA-ITEM OCCURS 11 TIMES.
               10 TABRUB-RUBRICA PIC X(10).
               10 TABRUB-NATUREZA PIC X(1).
       77 IDX-RUBRICA PIC 9(2) VALUE ZEROS.
       77 IDX-RUB-ACHADO PIC 9(2) VALUE ZEROS.
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
      * a mesma tabela segura a rubrica repetida para a empresa.
       01 TABELA-CONTABIL.
           05 CONTABIL-ITEM OCCURS 200 TIMES.
               10 TABCTB-RUBRICA PIC X(10).
               10 TABCTB-EMP-CODIGO PIC X(3).
               10 TABCTB-CONTA PIC X(12).
               10 TABCTB-DESCRICAO PIC X(30).
               10 TABCTB-EXCLUIDO PIC X(1).
       77 QTD-CONTABIL PIC 9(3) VALUE ZEROS.
       77 IDX-CONTABIL PIC 9(3) VALUE ZEROS.
       77 IDX-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-CONTABIL PIC 9(1) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
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
      * Appends new mapping lines to CONTABIL.TXT; the first run on
      * a brand-new machine will not find the file yet, so build an
      * empty one first. A rubrica already mapped for the same
      * company is refused - use the correction mode.
      **
           PERFORM 011-CARREGA-TABELA.
           PERFORM 040-CARREGA-EMPRESAS.
           OPEN EXTEND CONTABIL.
           IF WS-CONTABIL-STATUS EQUAL '35'
               OPEN OUTPUT CONTABIL
               CLOSE CONTABIL
               OPEN EXTEND CONTABIL
           END-IF.
           IF WS-CONTABIL-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CONTABIL.TXT - FILE STATUS: '
                   WS-CONTABIL-STATUS
           ELSE
               PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               CLOSE CONTABIL
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' LINHA(S) REGISTRADA(S).'
           END-IF.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 003-ACEITA-RUBRICA.
           PERFORM 005-ACEITA-EMPRESA.
           PERFORM 014-PROCURA-LINHA.
           IF IDX-ACHADO GREATER THAN ZEROS
               DISPLAY 'RUBRICA JA MAPEADA PARA A EMPRESA NA CONTA '
                   TABCTB-CONTA(IDX-ACHADO)
                   ' - USE O MODO DE CORRECAO.'
           ELSE
               PERFORM 007-ACEITA-CONTA
               DISPLAY 'DESCRICAO DA CONTA: '
               MOVE SPACES TO WRK-DESCRICAO
               ACCEPT WRK-DESCRICAO
               MOVE WRK-RUBRICA TO CTB-RUBRICA
               MOVE WRK-EMP-CODIGO TO CTB-EMP-CODIGO
               MOVE WRK-CONTA TO CTB-CONTA
               MOVE WRK-DESCRICAO TO CTB-DESCRICAO
               WRITE CONTABIL-REG
               IF WS-CONTABIL-STATUS EQUAL '00'
                   ADD 1 TO WRITE-COUNT
                   PERFORM 022-ACRESCENTA-TABELA
               ELSE
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE '
                       'STATUS: ' WS-CONTABIL-STATUS
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       022-ACRESCENTA-TABELA.
      **
      * A tabela da sessao acompanha o arquivo, para a critica de
      * rubrica repetida valer tambem dentro da mesma sessao.
      **
           IF QTD-CONTABIL LESS THAN 200
               ADD 1 TO QTD-CONTABIL
               MOVE CTB-RUBRICA TO TABCTB-RUBRICA(QTD-CONTABIL)
               MOVE CTB-EMP-CODIGO TO TABCTB-EMP-CODIGO(QTD-CONTABIL)
               MOVE CTB-CONTA TO TABCTB-CONTA(QTD-CONTABIL)
               MOVE CTB-DESCRICAO TO TABCTB-DESCRICAO(QTD-CONTABIL)
               MOVE 'N' TO TABCTB-EXCLUIDO(QTD-CONTABIL)
           END-IF.

       003-ACEITA-RUBRICA.
      **
      * Re-prompts until one of the rubricas the export books is
      * typed, with the list on screen.
      **
           MOVE ZEROS TO IDX-RUB-ACHADO.
           PERFORM 004-PEDE-RUBRICA UNTIL IDX-RUB-ACHADO NOT EQUAL
               ZEROS.

       004-PEDE-RUBRICA.
           DISPLAY 'RUBRICA (SALARIOS, IMPOSTO, BENEFICIOS, '
               'DESCONTOS, LIQUIDO,'.
           DISPLAY '  FGTS-DESP, FGTS-REC, INSS-DESP, INSS-REC, '
               'TERC-DESP, TERC-REC): '.
           MOVE SPACES TO WRK-RUBRICA.
           ACCEPT WRK-RUBRICA.
           PERFORM 015-PROCURA-RUBRICA VARYING IDX-RUBRICA FROM 1 BY 1
               UNTIL IDX-RUBRICA GREATER THAN 11.
           IF IDX-RUB-ACHADO EQUAL ZEROS
               DISPLAY 'RUBRICA INVALIDA.'
           END-IF.

       015-PROCURA-RUBRICA.
           IF TABRUB-RUBRICA(IDX-RUBRICA) EQUAL WRK-RUBRICA
               MOVE IDX-RUBRICA TO IDX-RUB-ACHADO
           END-IF.

       005-ACEITA-EMPRESA.
      **
      * Blank is the default line of the rubrica, used by every
      * company without a line of its own; a code must be on the
      * company master (when there is one on file).
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           MOVE 'N' TO WRK-ALTERADO.
           PERFORM 006-PEDE-EMPRESA UNTIL WRK-ALTERADO EQUAL 'S'.

       006-PEDE-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA (BRANCO = PADRAO DE TODAS): '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           MOVE 'S' TO WRK-ALTERADO.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               AND QTD-EMPRESAS GREATER THAN ZEROS
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
           END-IF.

       007-ACEITA-CONTA.
           MOVE SPACES TO WRK-CONTA.
           PERFORM 008-PEDE-CONTA UNTIL WRK-CONTA NOT EQUAL SPACES.

       008-PEDE-CONTA.
           DISPLAY 'CONTA CONTABIL (ATE 12 POSICOES): '.
           ACCEPT WRK-CONTA.
           IF WRK-CONTA EQUAL SPACES
               DISPLAY 'CONTA EM BRANCO - DIGITE A CONTA.'
           END-IF.

       010-CORRIGE.
      **
      * Correction mode: loads the whole file into the table, finds
      * the line by rubrica and company, re-prompts the account and
      * its description (a blank answer keeps the value on file)
      * and writes the file back out.
      **
           PERFORM 011-CARREGA-TABELA.
           IF QTD-CONTABIL EQUAL ZEROS
               DISPLAY 'NENHUMA LINHA EM ARQUIVO.'
           ELSE
               IF FLAG-LIMITE-CONTABIL EQUAL 1
                   DISPLAY 'ARQUIVO EXCEDE 200 LINHAS - CORRECAO '
                       'ABORTADA.'
               ELSE
                   PERFORM 012-CORRIGE-UM
                       UNTIL CONTINUA NOT EQUAL TO 'S'
                       AND CONTINUA NOT EQUAL TO 's'
                   PERFORM 016-REGRAVA-ARQUIVO
               END-IF
           END-IF.

       011-CARREGA-TABELA.
           MOVE ZEROS TO QTD-CONTABIL.
           MOVE 0 TO FLAG-LIMITE-CONTABIL.
           OPEN INPUT CONTABIL.
           IF WS-CONTABIL-STATUS NOT EQUAL '00'
               CONTINUE
           ELSE
               MOVE 0 TO FLAG-CONTABIL
               READ CONTABIL AT END MOVE 1 TO FLAG-CONTABIL
               END-READ
               PERFORM 017-CARREGA-ITEM
                   UNTIL FLAG-CONTABIL EQUAL TO 1
               CLOSE CONTABIL
           END-IF.

       017-CARREGA-ITEM.
      **
      * TABELA-CONTABIL so comporta 200 ocorrencias; alem disso a
      * correcao e a exclusao sao abortadas para nao truncar o
      * arquivo na regravacao.
      **
           IF QTD-CONTABIL LESS THAN 200
               ADD 1 TO QTD-CONTABIL
               MOVE CTB-RUBRICA TO TABCTB-RUBRICA(QTD-CONTABIL)
               MOVE CTB-EMP-CODIGO TO TABCTB-EMP-CODIGO(QTD-CONTABIL)
               MOVE CTB-CONTA TO TABCTB-CONTA(QTD-CONTABIL)
               MOVE CTB-DESCRICAO TO TABCTB-DESCRICAO(QTD-CONTABIL)
               MOVE 'N' TO TABCTB-EXCLUIDO(QTD-CONTABIL)
               READ CONTABIL AT END MOVE 1 TO FLAG-CONTABIL
               END-READ
           ELSE
               MOVE 1 TO FLAG-LIMITE-CONTABIL
               MOVE 1 TO FLAG-CONTABIL
           END-IF.

       012-CORRIGE-UM.
           DISPLAY 'RUBRICA A CORRIGIR: '.
           MOVE SPACES TO WRK-RUBRICA.
           ACCEPT WRK-RUBRICA.
           DISPLAY 'CODIGO DA EMPRESA (BRANCO = LINHA PADRAO): '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
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
               VARYING IDX-CONTABIL FROM 1 BY 1
               UNTIL IDX-CONTABIL GREATER THAN QTD-CONTABIL.

       018-PROCURA-LINHA-ITEM.
           IF TABCTB-RUBRICA(IDX-CONTABIL) EQUAL WRK-RUBRICA
               AND TABCTB-EMP-CODIGO(IDX-CONTABIL) EQUAL WRK-EMP-CODIGO
               AND TABCTB-EXCLUIDO(IDX-CONTABIL) NOT EQUAL 'S'
               MOVE IDX-CONTABIL TO IDX-ACHADO
           END-IF.

       013-CORRIGE-CAMPOS.
      **
      * A blank answer keeps the value already on file, the same
      * convention PROG039 uses in its correction mode. Rubrica and
      * company are the key of the line and never change - exclude
      * the line and include it again instead.
      **
           DISPLAY 'DADOS ATUAIS:'.
           DISPLAY 'RUBRICA: ' TABCTB-RUBRICA(IDX-ACHADO)
               '  EMPRESA: ' TABCTB-EMP-CODIGO(IDX-ACHADO).
           DISPLAY 'CONTA: ' TABCTB-CONTA(IDX-ACHADO)
               '  ' TABCTB-DESCRICAO(IDX-ACHADO).
           DISPLAY 'NOVA CONTA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-CONTA.
           ACCEPT WRK-CONTA.
           IF WRK-CONTA NOT EQUAL SPACES
               MOVE WRK-CONTA TO TABCTB-CONTA(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVA DESCRICAO (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-DESCRICAO.
           ACCEPT WRK-DESCRICAO.
           IF WRK-DESCRICAO NOT EQUAL SPACES
               MOVE WRK-DESCRICAO TO TABCTB-DESCRICAO(IDX-ACHADO)
           END-IF.

       016-REGRAVA-ARQUIVO.
      **
      * Writes the table back over CONTABIL.TXT in one pass,
      * replacing the previous contents; excluded lines are left
      * out.
      **
           OPEN OUTPUT CONTABIL.
           IF WS-CONTABIL-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR CONTABIL.TXT - FILE STATUS: '
                   WS-CONTABIL-STATUS
           ELSE
               MOVE ZEROS TO WRITE-COUNT
               PERFORM 019-REGRAVA-ITEM
                   VARYING IDX-CONTABIL FROM 1 BY 1
                   UNTIL IDX-CONTABIL GREATER THAN QTD-CONTABIL
               CLOSE CONTABIL
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY 'ARQUIVO REGRAVADO COM ' COUNTER ' LINHA(S).'
           END-IF.

       019-REGRAVA-ITEM.
           IF TABCTB-EXCLUIDO(IDX-CONTABIL) NOT EQUAL 'S'
               MOVE TABCTB-RUBRICA(IDX-CONTABIL) TO CTB-RUBRICA
               MOVE TABCTB-EMP-CODIGO(IDX-CONTABIL) TO CTB-EMP-CODIGO
               MOVE TABCTB-CONTA(IDX-CONTABIL) TO CTB-CONTA
               MOVE TABCTB-DESCRICAO(IDX-CONTABIL) TO CTB-DESCRICAO
               WRITE CONTABIL-REG
               ADD 1 TO WRITE-COUNT
           END-IF.

       020-LISTA.
      **
      * Prints the whole mapping, for a quick visual check after a
      * maintenance session.
      **
           OPEN INPUT CONTABIL.
           IF WS-CONTABIL-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CONTABIL.TXT - FILE STATUS: '
                   WS-CONTABIL-STATUS
           ELSE
               MOVE 0 TO FLAG-CONTABIL
               MOVE ZEROS TO WRITE-COUNT
               DISPLAY 'RUBRICA    EMP CONTA        DESCRICAO'
               READ CONTABIL AT END MOVE 1 TO FLAG-CONTABIL
               END-READ
               PERFORM 021-LISTA-ITEM
                   UNTIL FLAG-CONTABIL EQUAL TO 1
               CLOSE CONTABIL
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' LINHA(S) EM ARQUIVO.'
           END-IF.

       021-LISTA-ITEM.
           DISPLAY CTB-RUBRICA ' ' CTB-EMP-CODIGO ' ' CTB-CONTA ' '
               CTB-DESCRICAO.
           ADD 1 TO WRITE-COUNT.
           READ CONTABIL AT END MOVE 1 TO FLAG-CONTABIL.

       030-EXCLUI.
      **
      * Exclusion mode: the line found by rubrica and company is
      * marked in the table and left out when the file is written
      * back.
      **
           PERFORM 011-CARREGA-TABELA.
           IF QTD-CONTABIL EQUAL ZEROS
               DISPLAY 'NENHUMA LINHA EM ARQUIVO.'
           ELSE
               IF FLAG-LIMITE-CONTABIL EQUAL 1
                   DISPLAY 'ARQUIVO EXCEDE 200 LINHAS - EXCLUSAO '
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
           DISPLAY 'RUBRICA A EXCLUIR: '.
           MOVE SPACES TO WRK-RUBRICA.
           ACCEPT WRK-RUBRICA.
           DISPLAY 'CODIGO DA EMPRESA (BRANCO = LINHA PADRAO): '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           PERFORM 014-PROCURA-LINHA.
           IF IDX-ACHADO EQUAL ZEROS
               DISPLAY 'LINHA NAO ENCONTRADA.'
           ELSE
               DISPLAY 'CONTA: ' TABCTB-CONTA(IDX-ACHADO) '  '
                   TABCTB-DESCRICAO(IDX-ACHADO)
               DISPLAY 'CONFIRMA A EXCLUSAO? S/N'
               MOVE SPACES TO CONTINUA
               ACCEPT CONTINUA
               IF CONTINUA EQUAL 'S' OR CONTINUA EQUAL 's'
                   MOVE 'S' TO TABCTB-EXCLUIDO(IDX-ACHADO)
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
       END PROGRAM PROG042.
