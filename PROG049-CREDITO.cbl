      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG049.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Credit analysis batch: walks CLIENTES.DAT and gives every
      * client a credit limit and a risk class (A to E) out of the
      * income on file (CLI-SAL) and the rules of CREDPARM.TXT -
      * income multiplier, regional factor by CLI-UF and whether
      * the client's CPF is an active resident of USUARIOS.DAT,
      * looked up by key the way the PROG021 cross-match does.
      *-----------------------
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT ARQUIVO ASSIGN TO 'USUARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           FILE STATUS IS WS-FILE-STATUS.
      *-----------------------
      * CREDPARM.TXT holds the rules, maintained by the commercial
      * office; without the file (or without a rule in it) the
      * reference rules of the WORKING-STORAGE stand.
      *-----------------------
           SELECT CREDPARM ASSIGN TO 'CREDPARM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDPARM-STATUS.
      *-----------------------
      * CREDITO.DAT keeps the result per client, keyed by the
      * client code; the class of the previous run stays on the
      * record so the downgrades can be listed.
      *-----------------------
           SELECT CREDITO ASSIGN TO 'CREDITO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-CODIGO
           FILE STATUS IS WS-CREDITO-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CLIENTES.
       COPY CLIENTE.
       FD ARQUIVO.
       COPY USUARIO.
       FD CREDPARM.
       COPY CREDPARM.
       FD CREDITO.
       COPY CREDITO.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-CLIENTES-STATUS PIC X(2) VALUE SPACES.
       77 WS-FILE-STATUS PIC X(2) VALUE SPACES.
       77 WS-CREDPARM-STATUS PIC X(2) VALUE SPACES.
       77 WS-CREDITO-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CLIENTES PIC 9(1) VALUE 0.
       77 FLAG-CREDPARM PIC 9(1) VALUE 0.
       77 WRK-TEM-USUARIOS PIC X(1) VALUE 'N'.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Regras em vigor: as de referencia abaixo, substituidas
      * pelas linhas de CREDPARM.TXT que existirem.
       77 WRK-MULTIPLICADOR PIC 9(3)V9(4) VALUE 3.
       77 WRK-FATOR-MORADOR PIC 9(3)V9(4) VALUE 1.2.
       77 WRK-FATOR-NAO-MORADOR PIC 9(3)V9(4) VALUE 1.
       01 WRK-LETRAS PIC X(5) VALUE 'ABCDE'.
       01 WRK-LETRAS-R REDEFINES WRK-LETRAS.
           05 WRK-LETRA PIC X(1) OCCURS 5 TIMES.
       01 TABELA-CLASSES.
           05 CLASSE-ITEM OCCURS 5 TIMES.
               10 TABCLA-MINIMO PIC 9(9)V99.
       77 IDX-CLASSE PIC 9(1) VALUE ZEROS.
       77 IDX-CLASSE-ACHADA PIC 9(1) VALUE ZEROS.
      *-----------------------
      * Fatores regionais por UF; TABELA-UFS so comporta 30
      * linhas, alem disso as excedentes sao ignoradas com aviso.
       01 TABELA-UFS.
           05 UF-ITEM OCCURS 30 TIMES.
               10 TABUF-UF PIC X(2).
               10 TABUF-FATOR PIC 9(3)V9(4).
       77 QTD-UFS PIC 9(2) VALUE ZEROS.
       77 IDX-UF PIC 9(2) VALUE ZEROS.
       77 FLAG-LIMITE-UFS PIC 9(1) VALUE 0.
      *-----------------------
      * Calculo do cliente corrente.
       77 WRK-FATOR-UF PIC 9(3)V9(4) VALUE ZEROS.
       77 WRK-FATOR-RES PIC 9(3)V9(4) VALUE ZEROS.
       77 WRK-MORADOR PIC X(1) VALUE 'N'.
       77 WRK-LIMITE PIC 9(9)V99 VALUE ZEROS.
       77 WRK-CLASSE PIC X(1) VALUE SPACES.
       77 WRK-CLASSE-ANTERIOR PIC X(1) VALUE SPACES.
       77 WRK-ACHOU-CREDITO PIC X(1) VALUE 'N'.
      *-----------------------
      * Relatorio de limites por UF e classe; TABELA-RELATORIO so
      * comporta 30 UFs, alem disso o quadro sai parcial com aviso.
       01 TABELA-RELATORIO.
           05 REL-ITEM OCCURS 30 TIMES.
               10 TABREL-UF PIC X(2).
               10 TABREL-CLASSE OCCURS 5 TIMES.
                   15 TABREL-QTD PIC 9(5).
                   15 TABREL-SOMA PIC 9(11)V99.
       77 QTD-REL PIC 9(2) VALUE ZEROS.
       77 IDX-REL PIC 9(2) VALUE ZEROS.
       77 IDX-REL-ACHADO PIC 9(2) VALUE ZEROS.
       77 FLAG-LIMITE-REL PIC 9(1) VALUE 0.
       01 TABELA-TOTAL-CLASSES.
           05 TOTCLA-ITEM OCCURS 5 TIMES.
               10 TOTCLA-QTD PIC 9(5).
               10 TOTCLA-SOMA PIC 9(11)V99.
      *-----------------------
      * Excecoes: clientes cuja classe caiu desde a analise
      * anterior; TABELA-EXCECOES so comporta 500 ocorrencias.
       01 TABELA-EXCECOES.
           05 EXC-ITEM OCCURS 500 TIMES.
               10 TABEXC-CODIGO PIC 9(5).
               10 TABEXC-NOME PIC X(30).
               10 TABEXC-ANTERIOR PIC X(1).
               10 TABEXC-ATUAL PIC X(1).
               10 TABEXC-LIMITE PIC 9(9)V99.
       77 QTD-EXCECOES PIC 9(3) VALUE ZEROS.
       77 IDX-EXCECAO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-REBAIXADOS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Totais de controle.
       77 WRK-QTD-CLIENTES PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-MORADORES PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-NOVOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(10)9.99 VALUE ZEROS.
       77 WRK-FATOR-ED PIC ZZ9.9999 VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 001-CARREGA-PARAMETROS.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FILE STATUS: '
                   WS-CLIENTES-STATUS
           ELSE
               OPEN I-O CREDITO
               IF WS-CREDITO-STATUS EQUAL '35'
                   OPEN OUTPUT CREDITO
                   CLOSE CREDITO
                   OPEN I-O CREDITO
               END-IF
               IF WS-CREDITO-STATUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR CREDITO.DAT - FILE STATUS: '
                       WS-CREDITO-STATUS
                   CLOSE CLIENTES
               ELSE
                   MOVE 'N' TO WRK-TEM-USUARIOS
                   OPEN INPUT ARQUIVO
                   IF WS-FILE-STATUS EQUAL '00'
                       MOVE 'S' TO WRK-TEM-USUARIOS
                   ELSE
                       DISPLAY 'AVISO: USUARIOS.DAT NAO ENCONTRADO - '
                           'NENHUM CLIENTE CONTADO COMO MORADOR.'
                   END-IF
                   DISPLAY '#########################################'
                   DISPLAY 'ANALISE DE CREDITO DOS CLIENTES'
                   DISPLAY '#########################################'
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE 0 TO FLAG-CLIENTES
                   READ CLIENTES NEXT RECORD
                       AT END MOVE 1 TO FLAG-CLIENTES
                   END-READ
                   PERFORM 005-ANALISA-CLIENTE
                       UNTIL FLAG-CLIENTES EQUAL TO 1
                   IF WRK-TEM-USUARIOS EQUAL 'S'
                       CLOSE ARQUIVO
                   END-IF
                   CLOSE CREDITO
                   CLOSE CLIENTES
                   PERFORM 012-RELATORIO-LIMITES
                   PERFORM 016-LISTA-EXCECOES
                   PERFORM 018-RESUMO
               END-IF
           END-IF.
           GOBACK.

       001-CARREGA-PARAMETROS.
      **
      * Reference rules first (multiplier 3, resident 1.2,
      * non-resident 1, class minimums A 10000, B 6000, C 3000,
      * D 1000), then every CREDPARM.TXT line replaces the rule
      * it names.
      **
           MOVE ZEROS TO TABELA-TOTAL-CLASSES.
           MOVE 10000 TO TABCLA-MINIMO(1).
           MOVE 6000 TO TABCLA-MINIMO(2).
           MOVE 3000 TO TABCLA-MINIMO(3).
           MOVE 1000 TO TABCLA-MINIMO(4).
           MOVE ZEROS TO TABCLA-MINIMO(5).
           MOVE ZEROS TO QTD-UFS.
           OPEN INPUT CREDPARM.
           IF WS-CREDPARM-STATUS NOT EQUAL '00'
               DISPLAY 'CREDPARM.TXT AUSENTE - USANDO REGRAS DE '
                   'REFERENCIA.'
           ELSE
               MOVE 0 TO FLAG-CREDPARM
               READ CREDPARM AT END MOVE 1 TO FLAG-CREDPARM
               END-READ
               PERFORM 002-PARAMETRO-ITEM
                   UNTIL FLAG-CREDPARM EQUAL TO 1
               CLOSE CREDPARM
           END-IF.
           MOVE ZEROS TO TABCLA-MINIMO(5).
           PERFORM 004-MOSTRA-PARAMETROS.

       002-PARAMETRO-ITEM.
           EVALUATE CPR-TIPO
               WHEN 'M'
                   MOVE CPR-FATOR TO WRK-MULTIPLICADOR
               WHEN 'R'
                   IF CPR-CHAVE(1:1) EQUAL 'S'
                       MOVE CPR-FATOR TO WRK-FATOR-MORADOR
                   ELSE
                       MOVE CPR-FATOR TO WRK-FATOR-NAO-MORADOR
                   END-IF
               WHEN 'U'
                   IF QTD-UFS LESS THAN 30
                       ADD 1 TO QTD-UFS
                       MOVE CPR-CHAVE TO TABUF-UF(QTD-UFS)
                       MOVE CPR-FATOR TO TABUF-FATOR(QTD-UFS)
                   ELSE
                       IF FLAG-LIMITE-UFS EQUAL 0
                           DISPLAY 'AVISO: MAIS DE 30 FATORES '
                               'REGIONAIS - EXCEDENTES IGNORADOS.'
                           MOVE 1 TO FLAG-LIMITE-UFS
                       END-IF
                   END-IF
               WHEN 'C'
                   MOVE ZEROS TO IDX-CLASSE-ACHADA
                   PERFORM 003-PROCURA-LETRA
                       VARYING IDX-CLASSE FROM 1 BY 1
                       UNTIL IDX-CLASSE GREATER THAN 5
                   IF IDX-CLASSE-ACHADA GREATER THAN ZEROS
                       MOVE CPR-MINIMO
                           TO TABCLA-MINIMO(IDX-CLASSE-ACHADA)
                   END-IF
           END-EVALUATE.
           READ CREDPARM AT END MOVE 1 TO FLAG-CREDPARM.

       003-PROCURA-LETRA.
           IF WRK-LETRA(IDX-CLASSE) EQUAL CPR-CHAVE(1:1)
               MOVE IDX-CLASSE TO IDX-CLASSE-ACHADA
           END-IF.

       004-MOSTRA-PARAMETROS.
           MOVE WRK-MULTIPLICADOR TO WRK-FATOR-ED.
           DISPLAY 'MULTIPLICADOR DE RENDA:  ' WRK-FATOR-ED.
           MOVE WRK-FATOR-MORADOR TO WRK-FATOR-ED.
           DISPLAY 'FATOR MORADOR ATIVO:     ' WRK-FATOR-ED.
           MOVE WRK-FATOR-NAO-MORADOR TO WRK-FATOR-ED.
           DISPLAY 'FATOR NAO MORADOR:       ' WRK-FATOR-ED.
           MOVE QTD-UFS TO WRK-QTD-ED.
           DISPLAY 'FATORES REGIONAIS (UF):  ' WRK-QTD-ED.

       005-ANALISA-CLIENTE.
      **
      * One client: resident lookup, limit, class, and the result
      * written to (or rewritten on) CREDITO.DAT - the class found
      * there is the previous run's, and a worse letter now puts
      * the client on the exceptions list.
      **
           ADD 1 TO WRK-QTD-CLIENTES.
           PERFORM 006-VERIFICA-MORADOR.
           PERFORM 007-CALCULA-LIMITE.
           PERFORM 009-CLASSIFICA.
           MOVE CLI-CODIGO TO CRD-CODIGO.
           MOVE 'S' TO WRK-ACHOU-CREDITO.
           MOVE SPACES TO WRK-CLASSE-ANTERIOR.
           READ CREDITO KEY IS CRD-CODIGO
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-CREDITO
               NOT INVALID KEY
                   MOVE CRD-CLASSE TO WRK-CLASSE-ANTERIOR
           END-READ.
           MOVE CLI-CODIGO TO CRD-CODIGO.
           MOVE CLI-NOME TO CRD-NOME.
           MOVE CLI-UF TO CRD-UF.
           MOVE CLI-SAL TO CRD-RENDA.
           MOVE WRK-MORADOR TO CRD-MORADOR.
           MOVE WRK-LIMITE TO CRD-LIMITE.
           MOVE WRK-CLASSE TO CRD-CLASSE.
           MOVE WRK-CLASSE-ANTERIOR TO CRD-CLASSE-ANTERIOR.
           MOVE WRK-DATA-HOJE TO CRD-DATA.
           IF WRK-ACHOU-CREDITO EQUAL 'S'
               REWRITE CREDITO-REG
           ELSE
               ADD 1 TO WRK-QTD-NOVOS
               WRITE CREDITO-REG
           END-IF.
           IF WS-CREDITO-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO GRAVAR CREDITO.DAT - CLIENTE '
                   CLI-CODIGO ' FILE STATUS: ' WS-CREDITO-STATUS
           END-IF.
           IF WRK-CLASSE-ANTERIOR NOT EQUAL SPACES
               AND WRK-CLASSE GREATER THAN WRK-CLASSE-ANTERIOR
               PERFORM 011-GUARDA-EXCECAO
           END-IF.
           PERFORM 010-ACUMULA-RELATORIO.
           READ CLIENTES NEXT RECORD
               AT END MOVE 1 TO FLAG-CLIENTES.

       006-VERIFICA-MORADOR.
      **
      * Keyed lookup of the client's CPF on the resident master,
      * as in the PROG021 cross-match; only a resident not
      * inactivated by PROG007 counts.
      **
           MOVE 'N' TO WRK-MORADOR.
           IF WRK-TEM-USUARIOS EQUAL 'S'
               AND CLI-CPF NOT EQUAL SPACES
               MOVE CLI-CPF TO CPF
               READ ARQUIVO KEY IS CPF
                   INVALID KEY
                       MOVE 'N' TO WRK-MORADOR
                   NOT INVALID KEY
                       IF SITUACAO NOT EQUAL 'I'
                           MOVE 'S' TO WRK-MORADOR
                           ADD 1 TO WRK-QTD-MORADORES
                       END-IF
               END-READ
           END-IF.

       007-CALCULA-LIMITE.
      **
      * Limite = renda (CLI-SAL) x multiplicador x fator da UF x
      * fator de morador; uma UF sem linha vale 1.
      **
           MOVE 1 TO WRK-FATOR-UF.
           PERFORM 008-PROCURA-UF
               VARYING IDX-UF FROM 1 BY 1
               UNTIL IDX-UF GREATER THAN QTD-UFS.
           IF WRK-MORADOR EQUAL 'S'
               MOVE WRK-FATOR-MORADOR TO WRK-FATOR-RES
           ELSE
               MOVE WRK-FATOR-NAO-MORADOR TO WRK-FATOR-RES
           END-IF.
           COMPUTE WRK-LIMITE ROUNDED = CLI-SAL * WRK-MULTIPLICADOR
               * WRK-FATOR-UF * WRK-FATOR-RES
               ON SIZE ERROR MOVE 999999999.99 TO WRK-LIMITE
           END-COMPUTE.

       008-PROCURA-UF.
           IF TABUF-UF(IDX-UF) EQUAL CLI-UF
               MOVE TABUF-FATOR(IDX-UF) TO WRK-FATOR-UF
           END-IF.

       009-CLASSIFICA.
      **
      * The best class whose minimum the limit reaches; E takes
      * whatever is left.
      **
           MOVE ZEROS TO IDX-CLASSE-ACHADA.
           PERFORM 013-CONFERE-CLASSE
               VARYING IDX-CLASSE FROM 1 BY 1
               UNTIL IDX-CLASSE GREATER THAN 4
               OR IDX-CLASSE-ACHADA GREATER THAN ZEROS.
           IF IDX-CLASSE-ACHADA EQUAL ZEROS
               MOVE 5 TO IDX-CLASSE-ACHADA
           END-IF.
           MOVE WRK-LETRA(IDX-CLASSE-ACHADA) TO WRK-CLASSE.

       013-CONFERE-CLASSE.
           IF WRK-LIMITE NOT LESS THAN TABCLA-MINIMO(IDX-CLASSE)
               MOVE IDX-CLASSE TO IDX-CLASSE-ACHADA
           END-IF.

       010-ACUMULA-RELATORIO.
      **
      * Soma o cliente na sua UF e classe (IDX-CLASSE-ACHADA do
      * 009) e no total da classe.
      **
           ADD 1 TO TOTCLA-QTD(IDX-CLASSE-ACHADA).
           ADD WRK-LIMITE TO TOTCLA-SOMA(IDX-CLASSE-ACHADA).
           MOVE ZEROS TO IDX-REL-ACHADO.
           PERFORM 014-PROCURA-REL
               VARYING IDX-REL FROM 1 BY 1
               UNTIL IDX-REL GREATER THAN QTD-REL.
           IF IDX-REL-ACHADO EQUAL ZEROS
               IF QTD-REL LESS THAN 30
                   ADD 1 TO QTD-REL
                   MOVE QTD-REL TO IDX-REL-ACHADO
                   MOVE CLI-UF TO TABREL-UF(QTD-REL)
                   PERFORM 015-ZERA-REL-CLASSE
                       VARYING IDX-CLASSE FROM 1 BY 1
                       UNTIL IDX-CLASSE GREATER THAN 5
               ELSE
                   IF FLAG-LIMITE-REL EQUAL 0
                       DISPLAY 'AVISO: MAIS DE 30 UFS - QUADRO POR '
                           'REGIAO PARCIAL.'
                       MOVE 1 TO FLAG-LIMITE-REL
                   END-IF
               END-IF
           END-IF.
           IF IDX-REL-ACHADO GREATER THAN ZEROS
               ADD 1 TO TABREL-QTD(IDX-REL-ACHADO, IDX-CLASSE-ACHADA)
               ADD WRK-LIMITE
                   TO TABREL-SOMA(IDX-REL-ACHADO, IDX-CLASSE-ACHADA)
           END-IF.

       014-PROCURA-REL.
           IF TABREL-UF(IDX-REL) EQUAL CLI-UF
               MOVE IDX-REL TO IDX-REL-ACHADO
           END-IF.

       015-ZERA-REL-CLASSE.
           MOVE ZEROS TO TABREL-QTD(IDX-REL-ACHADO, IDX-CLASSE).
           MOVE ZEROS TO TABREL-SOMA(IDX-REL-ACHADO, IDX-CLASSE).

       011-GUARDA-EXCECAO.
           ADD 1 TO WRK-QTD-REBAIXADOS.
           IF QTD-EXCECOES LESS THAN 500
               ADD 1 TO QTD-EXCECOES
               MOVE CLI-CODIGO TO TABEXC-CODIGO(QTD-EXCECOES)
               MOVE CLI-NOME TO TABEXC-NOME(QTD-EXCECOES)
               MOVE WRK-CLASSE-ANTERIOR TO TABEXC-ANTERIOR(QTD-EXCECOES)
               MOVE WRK-CLASSE TO TABEXC-ATUAL(QTD-EXCECOES)
               MOVE WRK-LIMITE TO TABEXC-LIMITE(QTD-EXCECOES)
           END-IF.

       012-RELATORIO-LIMITES.
      **
      * Limits by region and class: one line per UF and class
      * that has clients, then the totals per class.
      **
           DISPLAY '#########################################'.
           DISPLAY 'LIMITES POR REGIAO E CLASSE'.
           DISPLAY 'UF  CLASSE  CLIENTES    LIMITE TOTAL'.
           DISPLAY '-----------------------------------------'.
           PERFORM 019-RELATORIO-UF
               VARYING IDX-REL FROM 1 BY 1
               UNTIL IDX-REL GREATER THAN QTD-REL.
           DISPLAY '-----------------------------------------'.
           DISPLAY 'TOTAL POR CLASSE'.
           PERFORM 021-TOTAL-CLASSE
               VARYING IDX-CLASSE FROM 1 BY 1
               UNTIL IDX-CLASSE GREATER THAN 5.

       019-RELATORIO-UF.
           PERFORM 020-RELATORIO-UF-CLASSE
               VARYING IDX-CLASSE FROM 1 BY 1
               UNTIL IDX-CLASSE GREATER THAN 5.

       020-RELATORIO-UF-CLASSE.
           IF TABREL-QTD(IDX-REL, IDX-CLASSE) GREATER THAN ZEROS
               MOVE TABREL-QTD(IDX-REL, IDX-CLASSE) TO WRK-QTD-ED
               MOVE TABREL-SOMA(IDX-REL, IDX-CLASSE) TO WRK-VALOR-ED
               DISPLAY TABREL-UF(IDX-REL) '  ' WRK-LETRA(IDX-CLASSE)
                   '       ' WRK-QTD-ED '  R$' WRK-VALOR-ED
           END-IF.

       021-TOTAL-CLASSE.
           MOVE TOTCLA-QTD(IDX-CLASSE) TO WRK-QTD-ED.
           MOVE TOTCLA-SOMA(IDX-CLASSE) TO WRK-VALOR-ED.
           DISPLAY '    ' WRK-LETRA(IDX-CLASSE) '       ' WRK-QTD-ED
               '  R$' WRK-VALOR-ED.

       016-LISTA-EXCECOES.
      **
      * Clients whose class dropped since the previous analysis.
      **
           DISPLAY '#########################################'.
           DISPLAY 'EXCECOES - CLASSE REBAIXADA DESDE A ANALISE '
               'ANTERIOR:'.
           PERFORM 017-EXCECAO-ITEM
               VARYING IDX-EXCECAO FROM 1 BY 1
               UNTIL IDX-EXCECAO GREATER THAN QTD-EXCECOES.
           IF WRK-QTD-REBAIXADOS EQUAL ZEROS
               DISPLAY '  NENHUMA.'
           END-IF.
           IF WRK-QTD-REBAIXADOS GREATER THAN QTD-EXCECOES
               DISPLAY 'AVISO: MAIS DE 500 REBAIXADOS - LISTA '
                   'PARCIAL.'
           END-IF.

       017-EXCECAO-ITEM.
           MOVE TABEXC-LIMITE(IDX-EXCECAO) TO WRK-VALOR-ED.
           DISPLAY '  ' TABEXC-CODIGO(IDX-EXCECAO) ' '
               TABEXC-NOME(IDX-EXCECAO) ' '
               TABEXC-ANTERIOR(IDX-EXCECAO) ' -> '
               TABEXC-ATUAL(IDX-EXCECAO) ' R$' WRK-VALOR-ED.

       018-RESUMO.
      **
      * Control summary closing the analysis.
      **
           DISPLAY '#########################################'.
           MOVE WRK-QTD-CLIENTES TO WRK-QTD-ED.
           DISPLAY 'CLIENTES ANALISADOS:     ' WRK-QTD-ED.
           MOVE WRK-QTD-MORADORES TO WRK-QTD-ED.
           DISPLAY 'MORADORES ATIVOS:        ' WRK-QTD-ED.
           MOVE WRK-QTD-NOVOS TO WRK-QTD-ED.
           DISPLAY 'PRIMEIRA ANALISE:        ' WRK-QTD-ED.
           MOVE WRK-QTD-REBAIXADOS TO WRK-QTD-ED.
           DISPLAY 'CLASSE REBAIXADA:        ' WRK-QTD-ED.

      ** add other procedures here
       END PROGRAM PROG049.
