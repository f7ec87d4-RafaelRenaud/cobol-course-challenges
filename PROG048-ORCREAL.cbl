      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG048.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * ORCAMENTOS.TXT (PROG047) has the budget of each company and
      * competencia; the actual payroll comes from FOLHA.TXT and,
      * for the months PROG017 already moved away, FOLHAARQ.TXT.
      * EMPRESAS.TXT (PROG039) names the companies.
      *-----------------------
           SELECT ORCAMENTOS ASSIGN TO 'ORCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORCAMENTO-STATUS.
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT FOLHAARQ ASSIGN TO 'FOLHAARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHAARQ-STATUS.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
      * Sort work file that puts each employee's records of a month
      * together, so a competencia reprocessed counts only once -
      * the same machinery PROG044 uses for the informe.
           SELECT SORT-ORCREAL ASSIGN TO 'ORCSORT.TMP'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ORCAMENTOS.
       COPY ORCAMENTO.
       FD FOLHA.
       COPY FOLHA.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD EMPRESAS.
       COPY EMPRESA.
       SD SORT-ORCREAL.
       01 SORT-REG.
           05 SORT-EMP-IDX PIC 9(3).
           05 SORT-MES PIC 9(2).
           05 SORT-NOME PIC X(30).
           05 SORT-COMPETENCIA PIC X(6).
           05 SORT-BRUTO PIC 9(14)V99.
           05 SORT-LIQUIDO PIC 9(16)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-ORCAMENTO-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ORCAMENTO PIC 9(1) VALUE 0.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 FLAG-SORT PIC 9(1) VALUE 0.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Competencia pedida (AAAAMM, em branco o mes corrente): o
      * relatorio vai de janeiro do ano ate ela, mes a mes e no
      * acumulado do ano. As ferias (AAAA21 a AAAA32) contam no mes
      * em que foram pagas e o 13o (AAAA13) em dezembro.
       77 WRK-COMP-ENTRA PIC X(6) VALUE SPACES.
       77 WRK-COMP-OK PIC X(1) VALUE 'N'.
       01 WRK-COMP-FIM.
           05 WRK-FIM-AAAA PIC 9(4).
           05 WRK-FIM-MM PIC 9(2).
       01 WRK-COMP-FIM-X REDEFINES WRK-COMP-FIM PIC X(6).
       77 WRK-MES-NUM PIC 9(2) VALUE ZEROS.
       01 WRK-COMP-MES.
           05 WRK-COMP-MES-AAAA PIC 9(4).
           05 WRK-COMP-MES-MM PIC 9(2).
       01 WRK-COMP-MES-X REDEFINES WRK-COMP-MES PIC X(6).
      *-----------------------
      * Orcado e realizado por empresa e mes do ano: as empresas do
      * cadastro, as que so aparecem no orcamento e as grafias sem
      * cadastro encontradas na folha. TABOR-ORC-SW 'S' quando ha
      * linha de orcamento para o mes.
       01 TABELA-ORCREAL.
           05 ORCREAL-ITEM OCCURS 100 TIMES.
               10 TABOR-CODIGO PIC X(3).
               10 TABOR-RAZAO-SOCIAL PIC X(30).
               10 TABOR-MES OCCURS 12 TIMES.
                   15 TABOR-ORC-SW PIC X(1).
                   15 TABOR-ORC-QTD PIC 9(5).
                   15 TABOR-ORC-BRUTO PIC 9(14)V99.
                   15 TABOR-ORC-LIQUIDO PIC 9(14)V99.
                   15 TABOR-TOLERANCIA PIC 9(3)V99.
                   15 TABOR-REAL-QTD PIC 9(5).
                   15 TABOR-REAL-BRUTO PIC 9(14)V99.
                   15 TABOR-REAL-LIQUIDO PIC 9(14)V99.
       77 QTD-ORCREAL PIC 9(3) VALUE ZEROS.
       77 IDX-ORCREAL PIC 9(3) VALUE ZEROS.
       77 IDX-OR-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-ORCREAL PIC 9(1) VALUE 0.
       77 IDX-MES PIC 9(2) VALUE ZEROS.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-EMPRESA PIC X(30) VALUE SPACES.
       77 QTD-ORC-FORA PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Apuracao do realizado: o registro fica pendente ate mudar
      * o funcionario ou a competencia e vale o ultimo; cada nome
      * conta uma vez no quadro do mes.
       77 WRK-PRIMEIRO-REG PIC X(1) VALUE 'S'.
       77 WRK-PEND-SW PIC X(1) VALUE 'N'.
       01 WRK-PEND-CHAVE.
           05 WRK-PND-EMP-IDX PIC 9(3).
           05 WRK-PND-MES PIC 9(2).
           05 WRK-PND-NOME PIC X(30).
           05 WRK-PND-COMPETENCIA PIC X(6).
       77 WRK-PEND-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-PEND-LIQUIDO PIC 9(16)V99 VALUE ZEROS.
       77 WRK-CONTADO-CHAVE PIC X(35) VALUE SPACES.
       01 WRK-CHAVE-SORT.
           05 WRK-CHV-EMP-IDX PIC 9(3).
           05 WRK-CHV-MES PIC 9(2).
           05 WRK-CHV-NOME PIC X(30).
           05 WRK-CHV-COMPETENCIA PIC X(6).
      *-----------------------
      * Comparacao de um item (funcionarios, bruto ou liquido):
      * percentual do realizado sobre o orcado e o estouro acima da
      * tolerancia da linha.
       77 WRK-ITEM PIC X(7) VALUE SPACES.
       77 WRK-EH-QTD PIC X(1) VALUE 'N'.
       77 WRK-TEM-ORC PIC X(1) VALUE 'N'.
       77 WRK-ORCADO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-REALIZADO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA PIC 9(3)V99 VALUE ZEROS.
       77 WRK-LIMITE PIC 9(15)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(14)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL PIC 9(7)V99 VALUE ZEROS.
       77 WRK-ESTOURO PIC X(1) VALUE 'N'.
      *-----------------------
      * Acumulado do ano da empresa e totais.
       77 WRK-MOVIMENTO PIC X(1) VALUE 'N'.
       77 WRK-ANO-ORC-SW PIC X(1) VALUE 'N'.
       77 WRK-ANO-ORC-QTD PIC 9(7) VALUE ZEROS.
       77 WRK-ANO-ORC-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ANO-ORC-LIQUIDO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ANO-TOLERANCIA PIC 9(3)V99 VALUE ZEROS.
       77 WRK-ANO-REAL-QTD PIC 9(7) VALUE ZEROS.
       77 WRK-ANO-ORC-MESES PIC 9(2) VALUE ZEROS.
       77 WRK-ANO-REAL-MESES PIC 9(2) VALUE ZEROS.
       77 WRK-ANO-REAL-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ANO-REAL-LIQUIDO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ESTOUROS PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-ORC-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-ORC-LIQUIDO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-REAL-LIQUIDO PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Linha de comparacao e campos editados.
       01 WRK-LINHA-ORCREAL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LOR-COMP PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOR-ITEM PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOR-ORCADO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOR-REALIZADO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOR-DIFERENCA PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOR-PERCENTUAL PIC X(11).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LOR-MARCA PIC X(9).
       77 WRK-VALOR-ED PIC Z(11)9.99 VALUE ZEROS.
       77 WRK-QTD-ED PIC Z(14)9 VALUE ZEROS.
       77 WRK-DIF-VALOR-ED PIC -(12)9.99 VALUE ZEROS.
       77 WRK-DIF-QTD-ED PIC -(15)9 VALUE ZEROS.
       77 WRK-PERCENTUAL-ED PIC Z(6)9.99 VALUE ZEROS.
       77 WRK-TOL-ED PIC ZZ9.99 VALUE ZEROS.
       77 WRK-CONTADOR-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes da apuracao.
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 001-ACEITA-COMPETENCIA.
           IF WRK-COMP-OK EQUAL 'S'
               PERFORM 064-CONFERE-CONTROLE
               IF WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                       'EXECUCAO INTERROMPIDA.'
                   MOVE 'N' TO WRK-COMP-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-COMP-OK EQUAL 'S'
               PERFORM 010-CARREGA-EMPRESAS
               PERFORM 015-CARREGA-ORCAMENTOS
               SORT SORT-ORCREAL
                   ON ASCENDING KEY SORT-EMP-IDX
                   ON ASCENDING KEY SORT-MES
                   ON ASCENDING KEY SORT-NOME
                   ON ASCENDING KEY SORT-COMPETENCIA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 020-CARREGA-SORT
                   OUTPUT PROCEDURE IS 030-APURA-SORT
               PERFORM 040-RELATORIO-EMPRESAS
               PERFORM 060-RESUMO-ESTOUROS
           END-IF.
           GOBACK.

       001-ACEITA-COMPETENCIA.
      **
      * Blank takes the current month; only a regular month
      * (01 to 12) is accepted - the special runs are reported in
      * the month they were paid.
      **
           DISPLAY 'COMPETENCIA FINAL DO RELATORIO (AAAAMM, BRANCO = '
               'MES ATUAL): '.
           MOVE SPACES TO WRK-COMP-ENTRA.
           ACCEPT WRK-COMP-ENTRA.
           MOVE 'N' TO WRK-COMP-OK.
           IF WRK-COMP-ENTRA EQUAL SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-ENTRA
           END-IF.
           IF WRK-COMP-ENTRA NOT NUMERIC
               OR WRK-COMP-ENTRA(5:2) LESS THAN '01'
               OR WRK-COMP-ENTRA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - USE AAAAMM.'
           ELSE
               MOVE WRK-COMP-ENTRA TO WRK-COMP-FIM-X
               MOVE 'S' TO WRK-COMP-OK
           END-IF.

       010-CARREGA-EMPRESAS.
      **
      * Every company of the master gets its row up front, so the
      * report follows the order of EMPRESAS.TXT; without the
      * master the rows come from the budget and the payroll.
      **
           MOVE ZEROS TO QTD-ORCREAL.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 011-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       011-EMPRESA-ITEM.
           MOVE EMP-CODIGO TO WRK-EMP-CODIGO.
           MOVE EMP-RAZAO-SOCIAL TO WRK-EMPRESA.
           PERFORM 014-INCLUI-EMPRESA.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       012-RESOLVE-EMPRESA.
      **
      * Finds the row of WRK-EMP-CODIGO / WRK-EMPRESA: by code when
      * there is one, by the razao social otherwise (payroll records
      * written before the code existed). A company not found gets
      * a row of its own.
      **
           MOVE ZEROS TO IDX-OR-ACHADO.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               PERFORM 013-PROCURA-CODIGO
                   VARYING IDX-ORCREAL FROM 1 BY 1
                   UNTIL IDX-ORCREAL GREATER THAN QTD-ORCREAL
           ELSE
               PERFORM 016-PROCURA-RAZAO
                   VARYING IDX-ORCREAL FROM 1 BY 1
                   UNTIL IDX-ORCREAL GREATER THAN QTD-ORCREAL
           END-IF.
           IF IDX-OR-ACHADO EQUAL ZEROS
               PERFORM 014-INCLUI-EMPRESA
           END-IF.

       013-PROCURA-CODIGO.
           IF TABOR-CODIGO(IDX-ORCREAL) EQUAL WRK-EMP-CODIGO
               MOVE IDX-ORCREAL TO IDX-OR-ACHADO
           END-IF.

       016-PROCURA-RAZAO.
           IF TABOR-RAZAO-SOCIAL(IDX-ORCREAL) EQUAL WRK-EMPRESA
               MOVE IDX-ORCREAL TO IDX-OR-ACHADO
           END-IF.

       014-INCLUI-EMPRESA.
      **
      * TABELA-ORCREAL so comporta 100 empresas; as excedentes ficam
      * fora do relatorio, com um aviso so.
      **
           IF QTD-ORCREAL LESS THAN 100
               ADD 1 TO QTD-ORCREAL
               MOVE WRK-EMP-CODIGO TO TABOR-CODIGO(QTD-ORCREAL)
               MOVE WRK-EMPRESA TO TABOR-RAZAO-SOCIAL(QTD-ORCREAL)
               PERFORM 017-ZERA-MES
                   VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES GREATER THAN 12
               MOVE QTD-ORCREAL TO IDX-OR-ACHADO
           ELSE
               MOVE ZEROS TO IDX-OR-ACHADO
               IF FLAG-LIMITE-ORCREAL EQUAL 0
                   DISPLAY 'AVISO: MAIS DE 100 EMPRESAS - EXCEDENTES '
                       'FORA DO RELATORIO.'
                   MOVE 1 TO FLAG-LIMITE-ORCREAL
               END-IF
           END-IF.

       017-ZERA-MES.
           MOVE 'N' TO TABOR-ORC-SW(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-ORC-QTD(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-ORC-BRUTO(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-ORC-LIQUIDO(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-TOLERANCIA(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-REAL-QTD(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-REAL-BRUTO(QTD-ORCREAL, IDX-MES).
           MOVE ZEROS TO TABOR-REAL-LIQUIDO(QTD-ORCREAL, IDX-MES).

       015-CARREGA-ORCAMENTOS.
      **
      * The budget lines of the year up to the competencia asked
      * for; a company of the budget not on the master still gets
      * its row, named by the code only.
      **
           MOVE ZEROS TO QTD-ORC-FORA.
           OPEN INPUT ORCAMENTOS.
           IF WS-ORCAMENTO-STATUS NOT EQUAL '00'
               DISPLAY 'ORCAMENTOS.TXT AUSENTE - RELATORIO SO COM O '
                   'REALIZADO.'
           ELSE
               MOVE 0 TO FLAG-ORCAMENTO
               READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO
               END-READ
               PERFORM 018-ORCAMENTO-ITEM
                   UNTIL FLAG-ORCAMENTO EQUAL TO 1
               CLOSE ORCAMENTOS
           END-IF.

       018-ORCAMENTO-ITEM.
           IF ORC-COMPETENCIA(1:4) EQUAL WRK-COMP-FIM-X(1:4)
               AND ORC-COMPETENCIA(5:2) NUMERIC
               MOVE ORC-COMPETENCIA(5:2) TO WRK-MES-NUM
           ELSE
               MOVE ZEROS TO WRK-MES-NUM
           END-IF.
           IF WRK-MES-NUM GREATER THAN ZEROS
               AND WRK-MES-NUM NOT GREATER THAN WRK-FIM-MM
               MOVE ORC-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE SPACES TO WRK-EMPRESA
               PERFORM 012-RESOLVE-EMPRESA
               IF IDX-OR-ACHADO GREATER THAN ZEROS
                   MOVE 'S' TO TABOR-ORC-SW(IDX-OR-ACHADO, WRK-MES-NUM)
                   MOVE ORC-QTD-FUNC
                       TO TABOR-ORC-QTD(IDX-OR-ACHADO, WRK-MES-NUM)
                   MOVE ORC-BRUTO
                       TO TABOR-ORC-BRUTO(IDX-OR-ACHADO, WRK-MES-NUM)
                   MOVE ORC-LIQUIDO
                       TO TABOR-ORC-LIQUIDO(IDX-OR-ACHADO, WRK-MES-NUM)
                   MOVE ORC-TOLERANCIA
                       TO TABOR-TOLERANCIA(IDX-OR-ACHADO, WRK-MES-NUM)
               ELSE
                   ADD 1 TO QTD-ORC-FORA
               END-IF
           END-IF.
           READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO.

       020-CARREGA-SORT.
      **
      * The archive feeds the sort before the live payroll: with
      * DUPLICATES IN ORDER a month found in both keeps the live
      * record last, and the last one is the one that counts.
      **
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 022-FOLHAARQ-ITEM UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHAARQ
           END-IF.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHA AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 021-FOLHA-ITEM UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHA
           END-IF.

       021-FOLHA-ITEM.
           PERFORM 023-RELEASE-FOLHA.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA.

       022-FOLHAARQ-ITEM.
           MOVE FOLHAARQ-REG TO FOLHA-REG.
           PERFORM 023-RELEASE-FOLHA.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA.

       023-RELEASE-FOLHA.
      **
      * Records of the year up to the month asked for: the regular
      * month, the ferias paid in it (month plus 20) and the 13th,
      * counted in December. The gross is FOLHA-BRUTO; records
      * written before it existed rebuild it from the salary and
      * the proventos, as PROG044 does.
      **
           IF FOLHA-COMPETENCIA(1:4) EQUAL WRK-COMP-FIM-X(1:4)
               AND FOLHA-COMPETENCIA(5:2) NUMERIC
               MOVE FOLHA-COMPETENCIA(5:2) TO WRK-MES-NUM
           ELSE
               MOVE ZEROS TO WRK-MES-NUM
           END-IF.
           IF WRK-MES-NUM EQUAL 13
               MOVE 12 TO WRK-MES-NUM
           ELSE
               IF WRK-MES-NUM GREATER THAN 20
                   AND WRK-MES-NUM LESS THAN 33
                   SUBTRACT 20 FROM WRK-MES-NUM
               ELSE
                   IF WRK-MES-NUM GREATER THAN 12
                       MOVE ZEROS TO WRK-MES-NUM
                   END-IF
               END-IF
           END-IF.
           IF WRK-MES-NUM GREATER THAN ZEROS
               AND WRK-MES-NUM NOT GREATER THAN WRK-FIM-MM
               MOVE FOLHA-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO WRK-EMPRESA
               PERFORM 024-RESOLVE-FOLHA
               IF IDX-OR-ACHADO GREATER THAN ZEROS
                   MOVE IDX-OR-ACHADO TO SORT-EMP-IDX
                   MOVE WRK-MES-NUM TO SORT-MES
                   MOVE FOLHA-NOME TO SORT-NOME
                   MOVE FOLHA-COMPETENCIA TO SORT-COMPETENCIA
                   IF FOLHA-BRUTO NUMERIC
                       MOVE FOLHA-BRUTO TO SORT-BRUTO
                   ELSE
                       COMPUTE SORT-BRUTO =
                           (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
                       IF FOLHA-PROVENTOS NUMERIC
                           ADD FOLHA-PROVENTOS TO SORT-BRUTO
                       END-IF
                   END-IF
                   MOVE FOLHA-LIQUIDO TO SORT-LIQUIDO
                   RELEASE SORT-REG
               END-IF
           END-IF.

       024-RESOLVE-FOLHA.
      **
      * A payroll record with a code is matched by the code; one
      * without it by the razao social, and then takes the code of
      * the master row it falls under.
      **
           IF WRK-EMP-CODIGO EQUAL SPACES
               MOVE ZEROS TO IDX-OR-ACHADO
               PERFORM 016-PROCURA-RAZAO
                   VARYING IDX-ORCREAL FROM 1 BY 1
                   UNTIL IDX-ORCREAL GREATER THAN QTD-ORCREAL
               IF IDX-OR-ACHADO EQUAL ZEROS
                   PERFORM 014-INCLUI-EMPRESA
               END-IF
           ELSE
               PERFORM 012-RESOLVE-EMPRESA
               IF IDX-OR-ACHADO GREATER THAN ZEROS
                   AND TABOR-RAZAO-SOCIAL(IDX-OR-ACHADO) EQUAL SPACES
                   MOVE WRK-EMPRESA
                       TO TABOR-RAZAO-SOCIAL(IDX-OR-ACHADO)
               END-IF
           END-IF.

       030-APURA-SORT.
           MOVE 'S' TO WRK-PRIMEIRO-REG.
           MOVE 'N' TO WRK-PEND-SW.
           MOVE SPACES TO WRK-CONTADO-CHAVE.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-ORCREAL AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 031-APURA-SORT-ITEM UNTIL FLAG-SORT EQUAL TO 1.
           IF WRK-PEND-SW EQUAL 'S'
               PERFORM 032-CONSOLIDA-PENDENTE
           END-IF.

       031-APURA-SORT-ITEM.
      **
      * A record waits as pending until the next one shows another
      * company, month, employee or competencia; a second record of
      * the same competencia simply takes its place.
      **
           MOVE SORT-EMP-IDX TO WRK-CHV-EMP-IDX.
           MOVE SORT-MES TO WRK-CHV-MES.
           MOVE SORT-NOME TO WRK-CHV-NOME.
           MOVE SORT-COMPETENCIA TO WRK-CHV-COMPETENCIA.
           IF WRK-PEND-SW EQUAL 'S'
               AND WRK-CHAVE-SORT NOT EQUAL WRK-PEND-CHAVE
               PERFORM 032-CONSOLIDA-PENDENTE
           END-IF.
           MOVE WRK-CHAVE-SORT TO WRK-PEND-CHAVE.
           MOVE SORT-BRUTO TO WRK-PEND-BRUTO.
           MOVE SORT-LIQUIDO TO WRK-PEND-LIQUIDO.
           MOVE 'S' TO WRK-PEND-SW.
           RETURN SORT-ORCREAL AT END MOVE 1 TO FLAG-SORT
           END-RETURN.

       032-CONSOLIDA-PENDENTE.
      **
      * The record that counts goes into its company and month; the
      * employee joins the month's headcount the first time the
      * name shows up in it (the ferias of someone also paid the
      * regular month are not counted twice).
      **
           ADD WRK-PEND-BRUTO
               TO TABOR-REAL-BRUTO(WRK-PND-EMP-IDX, WRK-PND-MES).
           ADD WRK-PEND-LIQUIDO
               TO TABOR-REAL-LIQUIDO(WRK-PND-EMP-IDX, WRK-PND-MES).
           IF WRK-PEND-CHAVE(1:35) NOT EQUAL WRK-CONTADO-CHAVE
               ADD 1 TO TABOR-REAL-QTD(WRK-PND-EMP-IDX, WRK-PND-MES)
               MOVE WRK-PEND-CHAVE(1:35) TO WRK-CONTADO-CHAVE
           END-IF.
           MOVE 'N' TO WRK-PEND-SW.

       040-RELATORIO-EMPRESAS.
      **
      * One block per company with a budget or a payroll in the
      * year: each month's headcount, gross and net, budgeted
      * against actual, then the year to date. A figure above the
      * budget plus the line's tolerance is marked ESTOURO.
      **
           DISPLAY '#################################################'.
           DISPLAY 'ORCADO X REALIZADO DA FOLHA - ' WRK-COMP-FIM-X(1:4)
               '01 A ' WRK-COMP-FIM-X.
           DISPLAY '#################################################'.
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           PERFORM 041-EMPRESA-BLOCO
               VARYING IDX-ORCREAL FROM 1 BY 1
               UNTIL IDX-ORCREAL GREATER THAN QTD-ORCREAL.
           DISPLAY ' '.
           DISPLAY '#################################################'.
           MOVE WRK-QTD-EMPRESAS TO WRK-CONTADOR-ED.
           DISPLAY 'EMPRESAS NO RELATORIO:  ' WRK-CONTADOR-ED.
           MOVE WRK-TOT-ORC-BRUTO TO WRK-VALOR-ED.
           DISPLAY 'BRUTO ORCADO NO ANO:    ' WRK-VALOR-ED.
           MOVE WRK-TOT-REAL-BRUTO TO WRK-VALOR-ED.
           DISPLAY 'BRUTO REALIZADO NO ANO: ' WRK-VALOR-ED.
           MOVE WRK-TOT-ORC-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO ORCADO NO ANO:  ' WRK-VALOR-ED.
           MOVE WRK-TOT-REAL-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO REALIZADO:      ' WRK-VALOR-ED.
           IF QTD-ORC-FORA GREATER THAN ZEROS
               MOVE QTD-ORC-FORA TO WRK-CONTADOR-ED
               DISPLAY 'LINHAS DE ORCAMENTO FORA DO RELATORIO: '
                   WRK-CONTADOR-ED
           END-IF.

       041-EMPRESA-BLOCO.
           MOVE 'N' TO WRK-MOVIMENTO.
           PERFORM 042-VERIFICA-MOVIMENTO
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES GREATER THAN WRK-FIM-MM.
           IF WRK-MOVIMENTO EQUAL 'S'
               ADD 1 TO WRK-QTD-EMPRESAS
               DISPLAY ' '
               DISPLAY 'EMPRESA ' TABOR-CODIGO(IDX-ORCREAL) ' '
                   TABOR-RAZAO-SOCIAL(IDX-ORCREAL)
               DISPLAY '  COMP   ITEM             ORCADO       '
                   'REALIZADO        DIFERENCA  REAL/ORC %'
               MOVE 'N' TO WRK-ANO-ORC-SW
               MOVE ZEROS TO WRK-ANO-ORC-QTD
               MOVE ZEROS TO WRK-ANO-ORC-BRUTO
               MOVE ZEROS TO WRK-ANO-ORC-LIQUIDO
               MOVE ZEROS TO WRK-ANO-TOLERANCIA
               MOVE ZEROS TO WRK-ANO-REAL-QTD
               MOVE ZEROS TO WRK-ANO-ORC-MESES
               MOVE ZEROS TO WRK-ANO-REAL-MESES
               MOVE ZEROS TO WRK-ANO-REAL-BRUTO
               MOVE ZEROS TO WRK-ANO-REAL-LIQUIDO
               PERFORM 043-EMPRESA-MES
                   VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES GREATER THAN WRK-FIM-MM
               PERFORM 044-EMPRESA-ANO
           END-IF.

       042-VERIFICA-MOVIMENTO.
           IF TABOR-ORC-SW(IDX-ORCREAL, IDX-MES) EQUAL 'S'
               OR TABOR-REAL-QTD(IDX-ORCREAL, IDX-MES)
                   GREATER THAN ZEROS
               MOVE 'S' TO WRK-MOVIMENTO
           END-IF.

       043-EMPRESA-MES.
      **
      * A month with neither budget nor payroll is left out; one
      * paid without a budget line shows the actual figures with
      * SEM ORC. in place of the percentage.
      **
           IF TABOR-ORC-SW(IDX-ORCREAL, IDX-MES) EQUAL 'S'
               OR TABOR-REAL-QTD(IDX-ORCREAL, IDX-MES)
                   GREATER THAN ZEROS
               MOVE WRK-COMP-FIM-X(1:4) TO WRK-COMP-MES-X(1:4)
               MOVE IDX-MES TO WRK-COMP-MES-MM
               MOVE TABOR-ORC-SW(IDX-ORCREAL, IDX-MES) TO WRK-TEM-ORC
               MOVE TABOR-TOLERANCIA(IDX-ORCREAL, IDX-MES)
                   TO WRK-TOLERANCIA
               MOVE 'FUNC' TO WRK-ITEM
               MOVE 'S' TO WRK-EH-QTD
               MOVE TABOR-ORC-QTD(IDX-ORCREAL, IDX-MES) TO WRK-ORCADO
               MOVE TABOR-REAL-QTD(IDX-ORCREAL, IDX-MES)
                   TO WRK-REALIZADO
               PERFORM 045-LINHA-ITEM
               MOVE SPACES TO WRK-COMP-MES-X
               MOVE 'BRUTO' TO WRK-ITEM
               MOVE 'N' TO WRK-EH-QTD
               MOVE TABOR-ORC-BRUTO(IDX-ORCREAL, IDX-MES) TO WRK-ORCADO
               MOVE TABOR-REAL-BRUTO(IDX-ORCREAL, IDX-MES)
                   TO WRK-REALIZADO
               PERFORM 045-LINHA-ITEM
               MOVE 'LIQUIDO' TO WRK-ITEM
               MOVE TABOR-ORC-LIQUIDO(IDX-ORCREAL, IDX-MES)
                   TO WRK-ORCADO
               MOVE TABOR-REAL-LIQUIDO(IDX-ORCREAL, IDX-MES)
                   TO WRK-REALIZADO
               PERFORM 045-LINHA-ITEM
               IF TABOR-ORC-SW(IDX-ORCREAL, IDX-MES) EQUAL 'S'
                   MOVE 'S' TO WRK-ANO-ORC-SW
                   ADD 1 TO WRK-ANO-ORC-MESES
                   MOVE TABOR-TOLERANCIA(IDX-ORCREAL, IDX-MES)
                       TO WRK-ANO-TOLERANCIA
               END-IF
               ADD TABOR-ORC-QTD(IDX-ORCREAL, IDX-MES)
                   TO WRK-ANO-ORC-QTD
               ADD TABOR-ORC-BRUTO(IDX-ORCREAL, IDX-MES)
                   TO WRK-ANO-ORC-BRUTO
               ADD TABOR-ORC-LIQUIDO(IDX-ORCREAL, IDX-MES)
                   TO WRK-ANO-ORC-LIQUIDO
               IF TABOR-REAL-QTD(IDX-ORCREAL, IDX-MES)
                   GREATER THAN ZEROS
                   ADD 1 TO WRK-ANO-REAL-MESES
               END-IF
               ADD TABOR-REAL-QTD(IDX-ORCREAL, IDX-MES)
                   TO WRK-ANO-REAL-QTD
               ADD TABOR-REAL-BRUTO(IDX-ORCREAL, IDX-MES)
                   TO WRK-ANO-REAL-BRUTO
               ADD TABOR-REAL-LIQUIDO(IDX-ORCREAL, IDX-MES)
                   TO WRK-ANO-REAL-LIQUIDO
           END-IF.

       044-EMPRESA-ANO.
      **
      * Year to date: the sums of the months shown, the headcount as
      * the monthly average - budgeted over the months with a budget
      * line, actual over the months with a payroll - judged by the
      * tolerance of the company's latest budget line.
      **
           MOVE 'ANO' TO WRK-COMP-MES-X.
           MOVE WRK-ANO-ORC-SW TO WRK-TEM-ORC.
           MOVE WRK-ANO-TOLERANCIA TO WRK-TOLERANCIA.
           MOVE 'FUNC MD' TO WRK-ITEM.
           MOVE 'S' TO WRK-EH-QTD.
           MOVE ZEROS TO WRK-ORCADO.
           MOVE ZEROS TO WRK-REALIZADO.
           IF WRK-ANO-ORC-MESES GREATER THAN ZEROS
               COMPUTE WRK-ORCADO ROUNDED =
                   WRK-ANO-ORC-QTD / WRK-ANO-ORC-MESES
           END-IF.
           IF WRK-ANO-REAL-MESES GREATER THAN ZEROS
               COMPUTE WRK-REALIZADO ROUNDED =
                   WRK-ANO-REAL-QTD / WRK-ANO-REAL-MESES
           END-IF.
           PERFORM 045-LINHA-ITEM.
           MOVE SPACES TO WRK-COMP-MES-X.
           MOVE 'BRUTO' TO WRK-ITEM.
           MOVE 'N' TO WRK-EH-QTD.
           MOVE WRK-ANO-ORC-BRUTO TO WRK-ORCADO.
           MOVE WRK-ANO-REAL-BRUTO TO WRK-REALIZADO.
           PERFORM 045-LINHA-ITEM.
           MOVE 'LIQUIDO' TO WRK-ITEM.
           MOVE WRK-ANO-ORC-LIQUIDO TO WRK-ORCADO.
           MOVE WRK-ANO-REAL-LIQUIDO TO WRK-REALIZADO.
           PERFORM 045-LINHA-ITEM.
           ADD WRK-ANO-ORC-BRUTO TO WRK-TOT-ORC-BRUTO.
           ADD WRK-ANO-REAL-BRUTO TO WRK-TOT-REAL-BRUTO.
           ADD WRK-ANO-ORC-LIQUIDO TO WRK-TOT-ORC-LIQUIDO.
           ADD WRK-ANO-REAL-LIQUIDO TO WRK-TOT-REAL-LIQUIDO.

       045-LINHA-ITEM.
           PERFORM 046-VERIFICA-ESTOURO.
           MOVE WRK-COMP-MES-X TO LOR-COMP.
           MOVE WRK-ITEM TO LOR-ITEM.
           COMPUTE WRK-DIFERENCA = WRK-REALIZADO - WRK-ORCADO.
           IF WRK-EH-QTD EQUAL 'S'
               MOVE WRK-ORCADO TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO LOR-ORCADO
               MOVE WRK-REALIZADO TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO LOR-REALIZADO
               MOVE WRK-DIFERENCA TO WRK-DIF-QTD-ED
               MOVE WRK-DIF-QTD-ED TO LOR-DIFERENCA
           ELSE
               MOVE WRK-ORCADO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO LOR-ORCADO
               MOVE WRK-REALIZADO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO LOR-REALIZADO
               MOVE WRK-DIFERENCA TO WRK-DIF-VALOR-ED
               MOVE WRK-DIF-VALOR-ED TO LOR-DIFERENCA
           END-IF.
           IF WRK-TEM-ORC NOT EQUAL 'S'
               MOVE SPACES TO LOR-ORCADO
               MOVE SPACES TO LOR-DIFERENCA
               MOVE '   SEM ORC.' TO LOR-PERCENTUAL
           ELSE
               IF WRK-ORCADO EQUAL ZEROS
                   MOVE SPACES TO LOR-PERCENTUAL
               ELSE
                   MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED
                   MOVE WRK-PERCENTUAL-ED TO LOR-PERCENTUAL
               END-IF
           END-IF.
           IF WRK-ESTOURO EQUAL 'S'
               MOVE ' ESTOURO' TO LOR-MARCA
           ELSE
               MOVE SPACES TO LOR-MARCA
           END-IF.
           DISPLAY WRK-LINHA-ORCREAL.

       046-VERIFICA-ESTOURO.
      **
      * Percentage of the actual over the budget and the overrun
      * test: actual above budget * (1 + tolerance / 100). Only a
      * figure with a budget line can overrun.
      **
           MOVE 'N' TO WRK-ESTOURO.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-TEM-ORC EQUAL 'S'
               IF WRK-ORCADO GREATER THAN ZEROS
                   COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-REALIZADO * 100 / WRK-ORCADO
                       ON SIZE ERROR MOVE 9999999.99 TO WRK-PERCENTUAL
                   END-COMPUTE
               END-IF
               COMPUTE WRK-LIMITE =
                   WRK-ORCADO * (100 + WRK-TOLERANCIA) / 100
               IF WRK-REALIZADO GREATER THAN WRK-LIMITE
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
           END-IF.

       060-RESUMO-ESTOUROS.
      **
      * The overruns of the report again, one per line, so the
      * budget owner sees at a glance what needs explaining.
      **
           DISPLAY ' '.
           DISPLAY '#################################################'.
           DISPLAY 'ESTOUROS ACIMA DA TOLERANCIA'.
           DISPLAY '#################################################'.
           MOVE ZEROS TO WRK-QTD-ESTOUROS.
           PERFORM 061-ESTOUROS-EMPRESA
               VARYING IDX-ORCREAL FROM 1 BY 1
               UNTIL IDX-ORCREAL GREATER THAN QTD-ORCREAL.
           IF WRK-QTD-ESTOUROS EQUAL ZEROS
               DISPLAY 'NENHUM ESTOURO NO PERIODO.'
           ELSE
               MOVE WRK-QTD-ESTOUROS TO WRK-CONTADOR-ED
               DISPLAY WRK-CONTADOR-ED ' ESTOURO(S) NO PERIODO.'
           END-IF.

       061-ESTOUROS-EMPRESA.
           PERFORM 062-ESTOUROS-MES
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES GREATER THAN WRK-FIM-MM.

       062-ESTOUROS-MES.
           IF TABOR-ORC-SW(IDX-ORCREAL, IDX-MES) EQUAL 'S'
               MOVE WRK-COMP-FIM-X(1:4) TO WRK-COMP-MES-X(1:4)
               MOVE IDX-MES TO WRK-COMP-MES-MM
               MOVE 'S' TO WRK-TEM-ORC
               MOVE TABOR-TOLERANCIA(IDX-ORCREAL, IDX-MES)
                   TO WRK-TOLERANCIA
               MOVE 'FUNC' TO WRK-ITEM
               MOVE TABOR-ORC-QTD(IDX-ORCREAL, IDX-MES) TO WRK-ORCADO
               MOVE TABOR-REAL-QTD(IDX-ORCREAL, IDX-MES)
                   TO WRK-REALIZADO
               PERFORM 063-ESTOURO-ITEM
               MOVE 'BRUTO' TO WRK-ITEM
               MOVE TABOR-ORC-BRUTO(IDX-ORCREAL, IDX-MES) TO WRK-ORCADO
               MOVE TABOR-REAL-BRUTO(IDX-ORCREAL, IDX-MES)
                   TO WRK-REALIZADO
               PERFORM 063-ESTOURO-ITEM
               MOVE 'LIQUIDO' TO WRK-ITEM
               MOVE TABOR-ORC-LIQUIDO(IDX-ORCREAL, IDX-MES)
                   TO WRK-ORCADO
               MOVE TABOR-REAL-LIQUIDO(IDX-ORCREAL, IDX-MES)
                   TO WRK-REALIZADO
               PERFORM 063-ESTOURO-ITEM
           END-IF.

       063-ESTOURO-ITEM.
           PERFORM 046-VERIFICA-ESTOURO.
           IF WRK-ESTOURO EQUAL 'S'
               ADD 1 TO WRK-QTD-ESTOUROS
               MOVE WRK-TOLERANCIA TO WRK-TOL-ED
               IF WRK-ORCADO EQUAL ZEROS
                   DISPLAY TABOR-CODIGO(IDX-ORCREAL) ' '
                       TABOR-RAZAO-SOCIAL(IDX-ORCREAL) ' '
                       WRK-COMP-MES-X ' ' WRK-ITEM
                       ' - REALIZADO SOBRE ORCADO ZERO'
               ELSE
                   MOVE WRK-PERCENTUAL TO WRK-PERCENTUAL-ED
                   DISPLAY TABOR-CODIGO(IDX-ORCREAL) ' '
                       TABOR-RAZAO-SOCIAL(IDX-ORCREAL) ' '
                       WRK-COMP-MES-X ' ' WRK-ITEM ' '
                       WRK-PERCENTUAL-ED '% (TOLERANCIA '
                       WRK-TOL-ED '%)'
               END-IF
           END-IF.

       064-CONFERE-CONTROLE.
      **
      * FOLHA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * run (PROG064 logs the mismatch) until a supervisor resyncs
      * it in PROG063. The run's return code is kept aside across
      * the CALL.
      **
           MOVE 'S' TO WRK-CTL-CONFERE.
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG048' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG048.
