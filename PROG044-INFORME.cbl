      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG044.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * The calendar year's payroll comes from FOLHA.TXT and, for
      * the months PROG017 already moved away, FOLHAARQ.TXT;
      * EMPRESAS.TXT (PROG039) gives the paying company's CNPJ and
      * address.
      *-----------------------
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
      * INFORMES.TXT holds the printable informe de rendimentos of
      * every employee, one page each; DECANUAL.TXT the consolidated
      * declaration per company for the tax authority. Both are
      * rebuilt on every run.
      *-----------------------
           SELECT INFORMES ASSIGN TO 'INFORMES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INFORMES-STATUS.
           SELECT DECANUAL ASSIGN TO 'DECANUAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECANUAL-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * Sort work file for the company/employee control break, the
      * same machinery PROG038 uses for its charges statement.
           SELECT SORT-INFORME ASSIGN TO 'INFSORT.TMP'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FOLHA.
       COPY FOLHA.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD EMPRESAS.
       COPY EMPRESA.
       FD INFORMES.
       01 INFORMES-REG PIC X(80).
       FD DECANUAL.
       COPY DECANUAL.
       FD AUDITORIA.
       COPY AUDITORIA.
       SD SORT-INFORME.
       01 SORT-REG.
           05 SORT-EMPRESA-KEY.
               10 SORT-EMP-CODIGO PIC X(3).
               10 SORT-EMPRESA PIC X(30).
           05 SORT-NOME PIC X(30).
           05 SORT-COMPETENCIA PIC X(6).
           05 SORT-EMP-IDX PIC 9(3).
           05 SORT-FAIXA PIC X(15).
           05 SORT-BRUTO PIC 9(14)V99.
           05 SORT-IMPOSTO PIC 9(14)V99.
           05 SORT-BENEF PIC 9(14)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-INFORMES-STATUS PIC X(2) VALUE SPACES.
       77 WS-DECANUAL-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 FLAG-SORT PIC 9(1) VALUE 0.
       01 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-AAAA PIC 9(4).
           05 WRK-HOJE-MMDD PIC 9(4).
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Ano-calendario pedido; em branco vale o ano anterior, o do
      * informe entregue em fevereiro. Entram os meses AAAA01 a
      * AAAA12, as ferias AAAA21 a AAAA32 e o 13o AAAA13.
       77 WRK-ANO-ENTRA PIC X(4) VALUE SPACES.
       01 WRK-ANO PIC 9(4) VALUE ZEROS.
       01 WRK-ANO-X REDEFINES WRK-ANO PIC X(4).
       77 WRK-ANO-OK PIC X(1) VALUE 'N'.
       77 WRK-MES-NUM PIC 9(2) VALUE ZEROS.
       77 WRK-SALDO PIC S9(16)V99 VALUE ZEROS.
      *-----------------------
      * Cadastro de empresas (PROG039): resolve a fonte pagadora
      * pelo codigo e, nos registros antigos sem codigo, pela razao
      * social.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
               10 TABEMP-CNPJ PIC X(14).
               10 TABEMP-ENDERECO PIC X(40).
               10 TABEMP-CIDADE PIC X(20).
               10 TABEMP-UF PIC X(2).
               10 TABEMP-CEP PIC X(8).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-EMPRESAS PIC 9(1) VALUE 0.
      *-----------------------
      * Quebra por empresa e funcionario. Uma competencia
      * reprocessada deixa o mesmo funcionario duas vezes no mesmo
      * mes: o registro fica pendente ate a competencia mudar e vale
      * o ultimo.
       77 WRK-EMPRESA-KEY-ANT PIC X(33) VALUE SPACES.
       77 WRK-NOME-ANTERIOR PIC X(30) VALUE SPACES.
       77 WRK-PRIMEIRO-REG PIC X(1) VALUE 'S'.
       77 WRK-MUDOU-EMPRESA PIC X(1) VALUE 'N'.
       77 WRK-MUDOU-FUNC PIC X(1) VALUE 'N'.
       77 WRK-PEND-SW PIC X(1) VALUE 'N'.
       77 WRK-PEND-COMP PIC X(6) VALUE SPACES.
       77 WRK-PEND-FAIXA PIC X(15) VALUE SPACES.
       77 WRK-PEND-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-PEND-IMPOSTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-PEND-BENEF PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Fonte pagadora corrente.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-EMPRESA PIC X(30) VALUE SPACES.
       77 WRK-EMP-IDX PIC 9(3) VALUE ZEROS.
       77 WRK-CNPJ-ED PIC X(18) VALUE SPACES.
      *-----------------------
      * Acumulados do funcionario no ano: meses pagos (ferias contam
      * no mes em que foram pagas), rendimento tributavel, deducoes,
      * imposto retido e, a parte, o 13o (tributacao exclusiva).
       01 TABELA-MESES.
           05 TABMES-PAGO PIC X(1) OCCURS 12 TIMES.
       77 IDX-MES PIC 9(2) VALUE ZEROS.
       77 WRK-POS-MES PIC 9(2) VALUE ZEROS.
       77 WRK-MESES-PAGOS PIC 9(2) VALUE ZEROS.
       77 WRK-PRIMEIRO-MES PIC 9(2) VALUE ZEROS.
       77 WRK-ULTIMO-MES PIC 9(2) VALUE ZEROS.
       77 WRK-MESES-LISTA PIC X(36) VALUE SPACES.
       77 WRK-MES-ED PIC 9(2) VALUE ZEROS.
       77 WRK-PRIMEIRA-COMP PIC X(6) VALUE SPACES.
       77 WRK-ULTIMA-COMP PIC X(6) VALUE SPACES.
       77 WRK-FUNC-REND PIC 9(14)V99 VALUE ZEROS.
       77 WRK-FUNC-BENEF PIC 9(14)V99 VALUE ZEROS.
       77 WRK-FUNC-IMPOSTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-FUNC-DECIMO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-FUNC-IMPOSTO-13 PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Retencoes do funcionario por faixa atingida (FOLHA-FAIXA),
      * a rescisao com a deducao do TRCT numa linha propria.
       01 TABELA-FAIXAS.
           05 FAIXA-ITEM OCCURS 20 TIMES.
               10 TABFX-FAIXA PIC X(15).
               10 TABFX-PAGTOS PIC 9(3).
               10 TABFX-RENDIMENTO PIC 9(14)V99.
               10 TABFX-IMPOSTO PIC 9(14)V99.
       77 QTD-FAIXAS PIC 9(2) VALUE ZEROS.
       77 IDX-FAIXA PIC 9(2) VALUE ZEROS.
       77 IDX-FX-ACHADO PIC 9(2) VALUE ZEROS.
       77 FLAG-LIMITE-FAIXAS PIC 9(1) VALUE 0.
      *-----------------------
      * Totais da empresa corrente e totais gerais.
       77 WRK-EMP-QTD PIC 9(6) VALUE ZEROS.
       77 WRK-EMP-REND PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-BENEF PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-IMPOSTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-DECIMO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-IMPOSTO-13 PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-EMPRESAS PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-INFORMES PIC 9(6) VALUE ZEROS.
       77 WRK-TOT-REND PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-IMPOSTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-DECIMO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-IMPOSTO-13 PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Linhas do informe.
       01 WRK-LINHA-FAIXA.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LFX-FAIXA PIC X(15).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LFX-PAGTOS PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LFX-RENDIMENTO PIC Z(12)9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LFX-IMPOSTO PIC Z(12)9.99.
       77 WRK-LINHA PIC X(80) VALUE SPACES.
       77 WRK-ROTULO PIC X(50) VALUE SPACES.
       77 WRK-VALOR PIC 9(14)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-CONTADOR-ED PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-MESES-ED PIC Z9 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes dos informes.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 001-ACEITA-ANO.
           IF WRK-ANO-OK EQUAL 'S'
               PERFORM 056-CONFERE-CONTROLE
               IF WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                       'EXECUCAO INTERROMPIDA.'
                   MOVE 'N' TO WRK-ANO-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-ANO-OK EQUAL 'S'
               PERFORM 010-CARREGA-EMPRESAS
               OPEN OUTPUT INFORMES
               OPEN OUTPUT DECANUAL
               SORT SORT-INFORME
                   ON ASCENDING KEY SORT-EMPRESA-KEY
                   ON ASCENDING KEY SORT-NOME
                   ON ASCENDING KEY SORT-COMPETENCIA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 020-CARREGA-SORT
                   OUTPUT PROCEDURE IS 030-IMPRIME-SORT
               CLOSE INFORMES
               MOVE 'INFORMES.TXT' TO SPP-ARQUIVO
               MOVE 'INFORMES DE RENDIMENTOS DO ANO'
                   TO SPP-DESCRICAO
               PERFORM 057-GUARDA-SPOOL
               CLOSE DECANUAL
               PERFORM 050-TOTAL-GERAL
               IF WRK-TOT-INFORMES GREATER THAN ZEROS
                   PERFORM 055-GRAVA-AUDITORIA
               END-IF
           END-IF.
           GOBACK.

       001-ACEITA-ANO.
      **
      * Blank takes the previous year, the one the informe is
      * delivered for; the current year is accepted for a partial
      * statement, a future one is refused.
      **
           DISPLAY 'ANO-CALENDARIO (AAAA, EM BRANCO = ANO ANTERIOR): '.
           MOVE SPACES TO WRK-ANO-ENTRA.
           ACCEPT WRK-ANO-ENTRA.
           MOVE 'N' TO WRK-ANO-OK.
           IF WRK-ANO-ENTRA EQUAL SPACES
               COMPUTE WRK-ANO = WRK-HOJE-AAAA - 1
               MOVE 'S' TO WRK-ANO-OK
           ELSE
               IF WRK-ANO-ENTRA NOT NUMERIC
                   OR WRK-ANO-ENTRA GREATER THAN WRK-HOJE-AAAA
                   OR WRK-ANO-ENTRA LESS THAN '1900'
                   DISPLAY 'ANO INVALIDO.'
               ELSE
                   MOVE WRK-ANO-ENTRA TO WRK-ANO-X
                   MOVE 'S' TO WRK-ANO-OK
               END-IF
           END-IF.
           IF WRK-ANO-OK EQUAL 'S'
               DISPLAY 'ANO-CALENDARIO: ' WRK-ANO-X
               IF WRK-ANO EQUAL WRK-HOJE-AAAA
                   DISPLAY 'AVISO: ANO EM CURSO - INFORMES PARCIAIS.'
               END-IF
           END-IF.

       010-CARREGA-EMPRESAS.
      **
      * Loads EMPRESAS.TXT (kept by PROG039). The master may not
      * exist yet: the informe then names the company by the razao
      * social on the payroll and shows no CNPJ.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 011-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           ELSE
               DISPLAY 'EMPRESAS.TXT AUSENTE - INFORMES SEM CNPJ.'
           END-IF.

       011-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
               MOVE EMP-CNPJ TO TABEMP-CNPJ(QTD-EMPRESAS)
               MOVE EMP-ENDERECO TO TABEMP-ENDERECO(QTD-EMPRESAS)
               MOVE EMP-CIDADE TO TABEMP-CIDADE(QTD-EMPRESAS)
               MOVE EMP-UF TO TABEMP-UF(QTD-EMPRESAS)
               MOVE EMP-CEP TO TABEMP-CEP(QTD-EMPRESAS)
           ELSE
               IF FLAG-LIMITE-EMPRESAS EQUAL 0
                   DISPLAY 'AVISO: EMPRESAS.TXT COM MAIS DE 100 '
                       'EMPRESAS - EXCEDENTES IGNORADAS.'
                   MOVE 1 TO FLAG-LIMITE-EMPRESAS
               END-IF
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       012-RESOLVE-EMPRESA.
      **
      * Resolves WRK-EMP-CODIGO / WRK-EMPRESA against the master:
      * by code when there is one, by the razao social otherwise
      * (records written before the code existed). Found, both
      * leave with the code and the official razao social, so every
      * spelling of a company falls under one informe per employee.
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               PERFORM 013-PROCURA-EMP-CODIGO
                   VARYING IDX-EMPRESA FROM 1 BY 1
                   UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
           ELSE
               PERFORM 014-PROCURA-EMP-RAZAO
                   VARYING IDX-EMPRESA FROM 1 BY 1
                   UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
           END-IF.
           IF IDX-EMP-ACHADO GREATER THAN ZEROS
               MOVE TABEMP-CODIGO(IDX-EMP-ACHADO) TO WRK-EMP-CODIGO
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO) TO WRK-EMPRESA
           END-IF.

       013-PROCURA-EMP-CODIGO.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-EMP-CODIGO
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       014-PROCURA-EMP-RAZAO.
           IF TABEMP-RAZAO-SOCIAL(IDX-EMPRESA) EQUAL WRK-EMPRESA
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

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
      * Records of the year only: months 01 to 12, the 13th and the
      * ferias markers 21 to 32. The gross is FOLHA-BRUTO and the
      * tax withheld FOLHA-DESC-IMPOSTO, the figures the accounting
      * export books; a rescisao withholds its bracket deduction
      * (FOLHA-DESCONTOS, as on the TRCT). Records written before
      * the split existed rebuild the gross from the salary and
      * proventos and take the whole remaining deduction as tax.
      **
           IF FOLHA-COMPETENCIA(1:4) EQUAL WRK-ANO-X
               AND FOLHA-COMPETENCIA(5:2) NUMERIC
               MOVE FOLHA-COMPETENCIA(5:2) TO WRK-MES-NUM
           ELSE
               MOVE ZEROS TO WRK-MES-NUM
           END-IF.
           IF (WRK-MES-NUM GREATER THAN ZEROS
               AND WRK-MES-NUM LESS THAN 14)
               OR (WRK-MES-NUM GREATER THAN 20
               AND WRK-MES-NUM LESS THAN 33)
               MOVE FOLHA-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO WRK-EMPRESA
               PERFORM 012-RESOLVE-EMPRESA
               MOVE WRK-EMP-CODIGO TO SORT-EMP-CODIGO
               MOVE WRK-EMPRESA TO SORT-EMPRESA
               MOVE IDX-EMP-ACHADO TO SORT-EMP-IDX
               MOVE FOLHA-NOME TO SORT-NOME
               MOVE FOLHA-COMPETENCIA TO SORT-COMPETENCIA
               MOVE FOLHA-FAIXA TO SORT-FAIXA
               PERFORM 024-VALORES-FOLHA
               RELEASE SORT-REG
           END-IF.

       024-VALORES-FOLHA.
           IF FOLHA-BRUTO NUMERIC
               MOVE FOLHA-BRUTO TO SORT-BRUTO
           ELSE
               COMPUTE SORT-BRUTO =
                   (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
               IF FOLHA-PROVENTOS NUMERIC
                   ADD FOLHA-PROVENTOS TO SORT-BRUTO
               END-IF
           END-IF.
           MOVE ZEROS TO SORT-IMPOSTO.
           MOVE ZEROS TO SORT-BENEF.
           IF FOLHA-FAIXA EQUAL 'RESCISAO'
               IF FOLHA-DESCONTOS NUMERIC
                   MOVE FOLHA-DESCONTOS TO SORT-IMPOSTO
               END-IF
           ELSE
               IF FOLHA-BRUTO NUMERIC
                   AND FOLHA-DESC-IMPOSTO NUMERIC
                   AND FOLHA-DESC-BENEF NUMERIC
                   MOVE FOLHA-DESC-IMPOSTO TO SORT-IMPOSTO
                   MOVE FOLHA-DESC-BENEF TO SORT-BENEF
               ELSE
                   COMPUTE WRK-SALDO = SORT-BRUTO - FOLHA-LIQUIDO
                   IF FOLHA-DESCONTOS NUMERIC
                       SUBTRACT FOLHA-DESCONTOS FROM WRK-SALDO
                   END-IF
                   IF WRK-SALDO GREATER THAN ZEROS
                       MOVE WRK-SALDO TO SORT-IMPOSTO
                   END-IF
               END-IF
           END-IF.

       030-IMPRIME-SORT.
           MOVE 'S' TO WRK-PRIMEIRO-REG.
           MOVE 'N' TO WRK-PEND-SW.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-INFORME AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 031-PROCESSA-SORT-ITEM UNTIL FLAG-SORT EQUAL TO 1.
           IF WRK-PRIMEIRO-REG EQUAL 'N'
               PERFORM 032-CONSOLIDA-PENDENTE
               PERFORM 040-FECHA-FUNCIONARIO
               PERFORM 035-QUEBRA-EMPRESA
           END-IF.

       031-PROCESSA-SORT-ITEM.
      **
      * A record waits as pending until the next one shows a new
      * competencia, employee or company; a second record of the
      * same competencia simply takes its place.
      **
           MOVE 'N' TO WRK-MUDOU-EMPRESA.
           MOVE 'N' TO WRK-MUDOU-FUNC.
           IF WRK-PRIMEIRO-REG EQUAL 'S'
               OR SORT-EMPRESA-KEY NOT EQUAL WRK-EMPRESA-KEY-ANT
               MOVE 'S' TO WRK-MUDOU-EMPRESA
               MOVE 'S' TO WRK-MUDOU-FUNC
           END-IF.
           IF SORT-NOME NOT EQUAL WRK-NOME-ANTERIOR
               MOVE 'S' TO WRK-MUDOU-FUNC
           END-IF.
           IF WRK-PEND-SW EQUAL 'S'
               AND (WRK-MUDOU-FUNC EQUAL 'S'
               OR SORT-COMPETENCIA NOT EQUAL WRK-PEND-COMP)
               PERFORM 032-CONSOLIDA-PENDENTE
           END-IF.
           IF WRK-PRIMEIRO-REG EQUAL 'N'
               AND WRK-MUDOU-FUNC EQUAL 'S'
               PERFORM 040-FECHA-FUNCIONARIO
           END-IF.
           IF WRK-PRIMEIRO-REG EQUAL 'N'
               AND WRK-MUDOU-EMPRESA EQUAL 'S'
               PERFORM 035-QUEBRA-EMPRESA
           END-IF.
           IF WRK-MUDOU-EMPRESA EQUAL 'S'
               MOVE SORT-EMPRESA-KEY TO WRK-EMPRESA-KEY-ANT
               PERFORM 034-INICIA-EMPRESA
           END-IF.
           IF WRK-MUDOU-FUNC EQUAL 'S'
               MOVE SORT-NOME TO WRK-NOME-ANTERIOR
               PERFORM 036-INICIA-FUNCIONARIO
           END-IF.
           MOVE SORT-COMPETENCIA TO WRK-PEND-COMP.
           MOVE SORT-FAIXA TO WRK-PEND-FAIXA.
           MOVE SORT-BRUTO TO WRK-PEND-BRUTO.
           MOVE SORT-IMPOSTO TO WRK-PEND-IMPOSTO.
           MOVE SORT-BENEF TO WRK-PEND-BENEF.
           MOVE 'S' TO WRK-PEND-SW.
           MOVE 'N' TO WRK-PRIMEIRO-REG.
           RETURN SORT-INFORME AT END MOVE 1 TO FLAG-SORT
           END-RETURN.

       032-CONSOLIDA-PENDENTE.
      **
      * The competencia's record that counts goes into the year:
      * the 13th apart, as exclusive taxation; months and ferias
      * into the taxable income, the month marked as paid and the
      * withholding added to the bracket it reached.
      **
           MOVE WRK-PEND-COMP(5:2) TO WRK-MES-NUM.
           IF WRK-MES-NUM EQUAL 13
               ADD WRK-PEND-BRUTO TO WRK-FUNC-DECIMO
               ADD WRK-PEND-IMPOSTO TO WRK-FUNC-IMPOSTO-13
           ELSE
               IF WRK-MES-NUM GREATER THAN 20
                   SUBTRACT 20 FROM WRK-MES-NUM
               END-IF
               MOVE 'S' TO TABMES-PAGO(WRK-MES-NUM)
               ADD WRK-PEND-BRUTO TO WRK-FUNC-REND
               ADD WRK-PEND-BENEF TO WRK-FUNC-BENEF
               ADD WRK-PEND-IMPOSTO TO WRK-FUNC-IMPOSTO
               PERFORM 037-ACUMULA-FAIXA
           END-IF.
           MOVE 'N' TO WRK-PEND-SW.

       034-INICIA-EMPRESA.
      **
      * New paying company: its data for the informes and the
      * header of its block in DECANUAL.TXT.
      **
           MOVE SORT-EMP-CODIGO TO WRK-EMP-CODIGO.
           MOVE SORT-EMPRESA TO WRK-EMPRESA.
           MOVE SORT-EMP-IDX TO WRK-EMP-IDX.
           MOVE SPACES TO WRK-CNPJ-ED.
           IF WRK-EMP-IDX GREATER THAN ZEROS
               STRING TABEMP-CNPJ(WRK-EMP-IDX)(1:2) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   TABEMP-CNPJ(WRK-EMP-IDX)(3:3) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   TABEMP-CNPJ(WRK-EMP-IDX)(6:3) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   TABEMP-CNPJ(WRK-EMP-IDX)(9:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   TABEMP-CNPJ(WRK-EMP-IDX)(13:2) DELIMITED BY SIZE
                   INTO WRK-CNPJ-ED
               END-STRING
           ELSE
               MOVE 'NAO CADASTRADO' TO WRK-CNPJ-ED
               DISPLAY 'AVISO: EMPRESA ' WRK-EMPRESA
                   ' SEM CADASTRO EM EMPRESAS.TXT - INFORME SEM CNPJ.'
           END-IF.
           MOVE ZEROS TO WRK-EMP-QTD.
           MOVE ZEROS TO WRK-EMP-REND.
           MOVE ZEROS TO WRK-EMP-BENEF.
           MOVE ZEROS TO WRK-EMP-IMPOSTO.
           MOVE ZEROS TO WRK-EMP-DECIMO.
           MOVE ZEROS TO WRK-EMP-IMPOSTO-13.
           MOVE SPACES TO DECANUAL-REG.
           MOVE 'H' TO DEC-H-TIPO.
           MOVE WRK-ANO TO DEC-H-ANO.
           MOVE WRK-EMP-CODIGO TO DEC-H-EMP-CODIGO.
           IF WRK-EMP-IDX GREATER THAN ZEROS
               MOVE TABEMP-CNPJ(WRK-EMP-IDX) TO DEC-H-CNPJ
           END-IF.
           MOVE WRK-EMPRESA TO DEC-H-RAZAO-SOCIAL.
           MOVE WRK-DATA-HOJE TO DEC-H-DATA.
           WRITE DECANUAL-REG.

       035-QUEBRA-EMPRESA.
      **
      * Company break: the trailer of its DECANUAL.TXT block.
      **
           MOVE SPACES TO DECANUAL-REG.
           MOVE 'T' TO DEC-T-TIPO.
           MOVE WRK-ANO TO DEC-T-ANO.
           MOVE WRK-EMP-CODIGO TO DEC-T-EMP-CODIGO.
           MOVE WRK-EMP-QTD TO DEC-T-QTD.
           MOVE WRK-EMP-REND TO DEC-T-REND-TRIB.
           MOVE WRK-EMP-BENEF TO DEC-T-BENEF.
           MOVE WRK-EMP-IMPOSTO TO DEC-T-IMPOSTO.
           MOVE WRK-EMP-DECIMO TO DEC-T-DECIMO.
           MOVE WRK-EMP-IMPOSTO-13 TO DEC-T-IMPOSTO-13.
           WRITE DECANUAL-REG.
           MOVE WRK-EMP-QTD TO WRK-CONTADOR-ED.
           DISPLAY 'EMPRESA ' WRK-EMPRESA ' INFORMES: '
               WRK-CONTADOR-ED.
           ADD 1 TO WRK-TOT-EMPRESAS.
           ADD WRK-EMP-QTD TO WRK-TOT-INFORMES.
           ADD WRK-EMP-REND TO WRK-TOT-REND.
           ADD WRK-EMP-IMPOSTO TO WRK-TOT-IMPOSTO.
           ADD WRK-EMP-DECIMO TO WRK-TOT-DECIMO.
           ADD WRK-EMP-IMPOSTO-13 TO WRK-TOT-IMPOSTO-13.

       036-INICIA-FUNCIONARIO.
           MOVE SPACES TO TABELA-MESES.
           MOVE ZEROS TO QTD-FAIXAS.
           MOVE ZEROS TO WRK-FUNC-REND.
           MOVE ZEROS TO WRK-FUNC-BENEF.
           MOVE ZEROS TO WRK-FUNC-IMPOSTO.
           MOVE ZEROS TO WRK-FUNC-DECIMO.
           MOVE ZEROS TO WRK-FUNC-IMPOSTO-13.

       037-ACUMULA-FAIXA.
           MOVE ZEROS TO IDX-FX-ACHADO.
           PERFORM 038-PROCURA-FAIXA
               VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA GREATER THAN QTD-FAIXAS.
           IF IDX-FX-ACHADO EQUAL ZEROS
               IF QTD-FAIXAS LESS THAN 20
                   ADD 1 TO QTD-FAIXAS
                   MOVE QTD-FAIXAS TO IDX-FX-ACHADO
                   MOVE WRK-PEND-FAIXA TO TABFX-FAIXA(IDX-FX-ACHADO)
                   MOVE ZEROS TO TABFX-PAGTOS(IDX-FX-ACHADO)
                   MOVE ZEROS TO TABFX-RENDIMENTO(IDX-FX-ACHADO)
                   MOVE ZEROS TO TABFX-IMPOSTO(IDX-FX-ACHADO)
               ELSE
                   IF FLAG-LIMITE-FAIXAS EQUAL 0
                       DISPLAY 'AVISO: MAIS DE 20 FAIXAS NO ANO DE '
                           WRK-NOME-ANTERIOR ' - DETALHE OMITIDO.'
                       MOVE 1 TO FLAG-LIMITE-FAIXAS
                   END-IF
               END-IF
           END-IF.
           IF IDX-FX-ACHADO GREATER THAN ZEROS
               ADD 1 TO TABFX-PAGTOS(IDX-FX-ACHADO)
               ADD WRK-PEND-BRUTO TO TABFX-RENDIMENTO(IDX-FX-ACHADO)
               ADD WRK-PEND-IMPOSTO TO TABFX-IMPOSTO(IDX-FX-ACHADO)
           END-IF.

       038-PROCURA-FAIXA.
           IF TABFX-FAIXA(IDX-FAIXA) EQUAL WRK-PEND-FAIXA
               MOVE IDX-FAIXA TO IDX-FX-ACHADO
           END-IF.

       040-FECHA-FUNCIONARIO.
      **
      * Employee break: the months actually paid - never a full
      * year assumed, so an admission or termination in the middle
      * of it shows its real period - then the informe page and the
      * DECANUAL.TXT detail line.
      **
           MOVE ZEROS TO WRK-MESES-PAGOS.
           MOVE ZEROS TO WRK-PRIMEIRO-MES.
           MOVE ZEROS TO WRK-ULTIMO-MES.
           MOVE SPACES TO WRK-MESES-LISTA.
           PERFORM 041-LISTA-MES
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES GREATER THAN 12.
           MOVE SPACES TO WRK-PRIMEIRA-COMP.
           MOVE SPACES TO WRK-ULTIMA-COMP.
           IF WRK-MESES-PAGOS GREATER THAN ZEROS
               MOVE WRK-ANO-X TO WRK-PRIMEIRA-COMP(1:4)
               MOVE WRK-PRIMEIRO-MES TO WRK-PRIMEIRA-COMP(5:2)
               MOVE WRK-ANO-X TO WRK-ULTIMA-COMP(1:4)
               MOVE WRK-ULTIMO-MES TO WRK-ULTIMA-COMP(5:2)
           END-IF.
           PERFORM 042-IMPRIME-INFORME.
           MOVE SPACES TO DECANUAL-REG.
           MOVE 'D' TO DEC-D-TIPO.
           MOVE WRK-ANO TO DEC-D-ANO.
           MOVE WRK-EMP-CODIGO TO DEC-D-EMP-CODIGO.
           MOVE WRK-NOME-ANTERIOR TO DEC-D-NOME.
           MOVE WRK-MESES-PAGOS TO DEC-D-MESES.
           MOVE WRK-PRIMEIRA-COMP TO DEC-D-PRIMEIRA-COMP.
           MOVE WRK-ULTIMA-COMP TO DEC-D-ULTIMA-COMP.
           MOVE WRK-FUNC-REND TO DEC-D-REND-TRIB.
           MOVE WRK-FUNC-BENEF TO DEC-D-BENEF.
           MOVE WRK-FUNC-IMPOSTO TO DEC-D-IMPOSTO.
           MOVE WRK-FUNC-DECIMO TO DEC-D-DECIMO.
           MOVE WRK-FUNC-IMPOSTO-13 TO DEC-D-IMPOSTO-13.
           WRITE DECANUAL-REG.
           ADD 1 TO WRK-EMP-QTD.
           ADD WRK-FUNC-REND TO WRK-EMP-REND.
           ADD WRK-FUNC-BENEF TO WRK-EMP-BENEF.
           ADD WRK-FUNC-IMPOSTO TO WRK-EMP-IMPOSTO.
           ADD WRK-FUNC-DECIMO TO WRK-EMP-DECIMO.
           ADD WRK-FUNC-IMPOSTO-13 TO WRK-EMP-IMPOSTO-13.

       041-LISTA-MES.
           COMPUTE WRK-POS-MES = (IDX-MES - 1) * 3 + 1.
           IF TABMES-PAGO(IDX-MES) EQUAL 'S'
               ADD 1 TO WRK-MESES-PAGOS
               IF WRK-PRIMEIRO-MES EQUAL ZEROS
                   MOVE IDX-MES TO WRK-PRIMEIRO-MES
               END-IF
               MOVE IDX-MES TO WRK-ULTIMO-MES
               MOVE IDX-MES TO WRK-MES-ED
               MOVE WRK-MES-ED TO WRK-MESES-LISTA(WRK-POS-MES:2)
           ELSE
               MOVE '--' TO WRK-MESES-LISTA(WRK-POS-MES:2)
           END-IF.

       042-IMPRIME-INFORME.
      **
      * One informe page: paying company, beneficiary and period,
      * the taxable income with deductions and tax withheld, the
      * withholding per bracket and the 13th as exclusive taxation.
      **
           MOVE ALL '=' TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO '
               DELIMITED BY SIZE
               'RETIDO NA FONTE' DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ANO-CALENDARIO ' DELIMITED BY SIZE
               WRK-ANO-X DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           IF WRK-ANO EQUAL WRK-HOJE-AAAA
               MOVE '(PARCIAL - ANO EM CURSO)' TO WRK-LINHA(22:24)
           END-IF.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE ALL '=' TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE '1. FONTE PAGADORA' TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING '   RAZAO SOCIAL: ' DELIMITED BY SIZE
               WRK-EMPRESA DELIMITED BY SIZE
               '  CODIGO: ' DELIMITED BY SIZE
               WRK-EMP-CODIGO DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING '   CNPJ: ' DELIMITED BY SIZE
               WRK-CNPJ-ED DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           IF WRK-EMP-IDX GREATER THAN ZEROS
               MOVE SPACES TO WRK-LINHA
               STRING '   ENDERECO: ' DELIMITED BY SIZE
                   TABEMP-ENDERECO(WRK-EMP-IDX) DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO INFORMES-REG
               WRITE INFORMES-REG
               MOVE SPACES TO WRK-LINHA
               STRING '   ' DELIMITED BY SIZE
                   TABEMP-CIDADE(WRK-EMP-IDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   TABEMP-UF(WRK-EMP-IDX) DELIMITED BY SIZE
                   '  CEP ' DELIMITED BY SIZE
                   TABEMP-CEP(WRK-EMP-IDX) DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO INFORMES-REG
               WRITE INFORMES-REG
           END-IF.
           MOVE SPACES TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE '2. BENEFICIARIO' TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING '   NOME: ' DELIMITED BY SIZE
               WRK-NOME-ANTERIOR DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE WRK-MESES-PAGOS TO WRK-MESES-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-MESES-PAGOS GREATER THAN ZEROS
               STRING '   PERIODO: ' DELIMITED BY SIZE
                   WRK-PRIMEIRA-COMP DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-ULTIMA-COMP DELIMITED BY SIZE
                   '   MESES PAGOS: ' DELIMITED BY SIZE
                   WRK-MESES-ED DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
           ELSE
               MOVE '   PERIODO: SOMENTE 13O SALARIO NO ANO'
                   TO WRK-LINHA
           END-IF.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING '   MESES: ' DELIMITED BY SIZE
               WRK-MESES-LISTA DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE '3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO'
               TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE 'TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
               TO WRK-ROTULO.
           MOVE WRK-FUNC-REND TO WRK-VALOR.
           PERFORM 045-LINHA-VALOR.
           MOVE 'BENEFICIOS DESCONTADOS EM FOLHA' TO WRK-ROTULO.
           MOVE WRK-FUNC-BENEF TO WRK-VALOR.
           PERFORM 045-LINHA-VALOR.
           MOVE 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE' TO WRK-ROTULO.
           MOVE WRK-FUNC-IMPOSTO TO WRK-VALOR.
           PERFORM 045-LINHA-VALOR.
           MOVE SPACES TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE '4. RETENCOES POR FAIXA' TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE SPACES TO WRK-LINHA.
           MOVE 'FAIXA' TO WRK-LINHA(4:5).
           MOVE 'PAGTOS' TO WRK-LINHA(20:6).
           MOVE 'RENDIMENTO' TO WRK-LINHA(36:10).
           MOVE 'IMPOSTO' TO WRK-LINHA(59:7).
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.
           PERFORM 043-LINHA-FAIXA
               VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA GREATER THAN QTD-FAIXAS.
           IF QTD-FAIXAS EQUAL ZEROS
               MOVE '   (NENHUM PAGAMENTO MENSAL NO ANO)'
                   TO INFORMES-REG
               WRITE INFORMES-REG
           END-IF.
           MOVE SPACES TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE '5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA'
               TO INFORMES-REG.
           WRITE INFORMES-REG.
           MOVE 'DECIMO TERCEIRO SALARIO' TO WRK-ROTULO.
           MOVE WRK-FUNC-DECIMO TO WRK-VALOR.
           PERFORM 045-LINHA-VALOR.
           MOVE 'IMPOSTO RETIDO SOBRE O DECIMO TERCEIRO' TO WRK-ROTULO.
           MOVE WRK-FUNC-IMPOSTO-13 TO WRK-VALOR.
           PERFORM 045-LINHA-VALOR.
           MOVE SPACES TO INFORMES-REG.
           WRITE INFORMES-REG.

       043-LINHA-FAIXA.
           MOVE TABFX-FAIXA(IDX-FAIXA) TO LFX-FAIXA.
           MOVE TABFX-PAGTOS(IDX-FAIXA) TO LFX-PAGTOS.
           MOVE TABFX-RENDIMENTO(IDX-FAIXA) TO LFX-RENDIMENTO.
           MOVE TABFX-IMPOSTO(IDX-FAIXA) TO LFX-IMPOSTO.
           MOVE WRK-LINHA-FAIXA TO INFORMES-REG.
           WRITE INFORMES-REG.

       045-LINHA-VALOR.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-ROTULO TO WRK-LINHA(4:50).
           MOVE 'R$' TO WRK-LINHA(56:2).
           MOVE WRK-VALOR-ED TO WRK-LINHA(58:17).
           MOVE WRK-LINHA TO INFORMES-REG.
           WRITE INFORMES-REG.

       050-TOTAL-GERAL.
           IF WRK-TOT-INFORMES EQUAL ZEROS
               DISPLAY 'NENHUM REGISTRO DO ANO ' WRK-ANO-X
                   ' EM FOLHA.TXT OU FOLHAARQ.TXT.'
           ELSE
               DISPLAY 'INFORMES GRAVADOS EM INFORMES.TXT.'
               DISPLAY 'DECLARACAO ANUAL GRAVADA EM DECANUAL.TXT.'
           END-IF.
           MOVE WRK-TOT-EMPRESAS TO WRK-CONTADOR-ED.
           DISPLAY 'EMPRESAS:                ' WRK-CONTADOR-ED.
           MOVE WRK-TOT-INFORMES TO WRK-CONTADOR-ED.
           DISPLAY 'INFORMES:                ' WRK-CONTADOR-ED.
           MOVE WRK-TOT-REND TO WRK-VALOR-ED.
           DISPLAY 'RENDIMENTOS TRIBUTAVEIS: R$' WRK-VALOR-ED.
           MOVE WRK-TOT-IMPOSTO TO WRK-VALOR-ED.
           DISPLAY 'IMPOSTO RETIDO:          R$' WRK-VALOR-ED.
           MOVE WRK-TOT-DECIMO TO WRK-VALOR-ED.
           DISPLAY '13O SALARIO:             R$' WRK-VALOR-ED.
           MOVE WRK-TOT-IMPOSTO-13 TO WRK-VALOR-ED.
           DISPLAY 'IMPOSTO RETIDO NO 13O:   R$' WRK-VALOR-ED.

       055-GRAVA-AUDITORIA.
      **
      * One audit line per issue of the informes, with the year in
      * AUD-MOTIVO.
      **
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS EQUAL '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           IF WS-AUD-STATUS EQUAL '00'
               MOVE WRK-DATA-HOJE TO AUD-DATA
               ACCEPT AUD-HORA FROM TIME
               MOVE 'PROG044' TO AUD-PROGRAMA
               MOVE 'INFORME RENDIM.' TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE SPACES TO AUD-MOTIVO
               STRING 'ANO-CALENDARIO ' DELIMITED BY SIZE
                   WRK-ANO-X DELIMITED BY SIZE
                   INTO AUD-MOTIVO
               END-STRING
               IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
                   MOVE SPACES TO WS-OPERADOR-ATUAL
               END-IF
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       056-CONFERE-CONTROLE.
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
           MOVE 'PROG044' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       057-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG044' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG044.
