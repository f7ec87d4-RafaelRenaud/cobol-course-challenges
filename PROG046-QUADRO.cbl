      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG046.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * FUNCIONARIOS.DAT drives the headcount: FUNC-ADMISSAO,
      * FUNC-DEMISSAO and FUNC-SITUACAO say who was on the books in
      * each month. EMPRESAS.TXT (PROG039) names the companies the
      * report is grouped by.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
      * FOLHA.TXT and, for the months PROG017 already moved away,
      * FOLHAARQ.TXT say who was actually paid in the last month of
      * the report, the figure the closing headcount is reconciled
      * against.
      *-----------------------
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT FOLHAARQ ASSIGN TO 'FOLHAARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHAARQ-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD EMPRESAS.
       COPY EMPRESA.
       FD FOLHA.
       COPY FOLHA.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
      *-----------------------
      * Periodo pedido: competencia inicial e final (AAAAMM); em
      * branco a inicial vale o mes corrente e a final a inicial. O
      * periodo vai ate 24 meses.
       77 WRK-COMP-ENTRA PIC X(6) VALUE SPACES.
       77 WRK-PERIODO-OK PIC X(1) VALUE 'N'.
       01 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       01 WRK-COMP-INI.
           05 WRK-INI-AAAA PIC 9(4).
           05 WRK-INI-MM PIC 9(2).
       01 WRK-COMP-INI-X REDEFINES WRK-COMP-INI PIC X(6).
       01 WRK-COMP-FIM.
           05 WRK-FIM-AAAA PIC 9(4).
           05 WRK-FIM-MM PIC 9(2).
       01 WRK-COMP-FIM-X REDEFINES WRK-COMP-FIM PIC X(6).
      *-----------------------
      * Meses contados: o periodo pedido e, para a tendencia, os
      * doze meses que terminam na competencia final - a janela
      * comeca no que vier primeiro. Cada mes em numero corrido
      * (AAAA * 12 + MM - 1) para somar e subtrair meses.
       77 WRK-ORD-INI PIC 9(6) VALUE ZEROS.
       77 WRK-ORD-FIM PIC 9(6) VALUE ZEROS.
       77 WRK-ORD-JANELA PIC 9(6) VALUE ZEROS.
       77 WRK-ORD PIC 9(6) VALUE ZEROS.
       77 WRK-ORD-AAAA PIC 9(4) VALUE ZEROS.
       77 WRK-ORD-MM PIC 9(2) VALUE ZEROS.
       01 TABELA-MESES.
           05 MES-ITEM OCCURS 24 TIMES.
               10 TABMES-COMP PIC 9(6).
               10 TABMES-PRIMEIRO PIC 9(8).
               10 TABMES-ULTIMO PIC 9(8).
       77 QTD-MESES PIC 9(2) VALUE ZEROS.
       77 IDX-MES PIC 9(2) VALUE ZEROS.
       77 WRK-MES-PERIODO PIC 9(2) VALUE ZEROS.
       77 WRK-MES-TENDENCIA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Quadro por empresa: as empresas do cadastro (PROG039) e as
      * grafias sem cadastro encontradas nos funcionarios; por mes,
      * quem estava no inicio, quantos entraram e quantos sairam. O
      * tempo de casa soma os meses dos ativos no fim do periodo.
       01 TABELA-QUADRO.
           05 QUADRO-ITEM OCCURS 100 TIMES.
               10 TABQD-CODIGO PIC X(3).
               10 TABQD-RAZAO-SOCIAL PIC X(30).
               10 TABQD-MES OCCURS 24 TIMES.
                   15 TABQD-INICIO PIC 9(5).
                   15 TABQD-ADMITIDOS PIC 9(5).
                   15 TABQD-DESLIGADOS PIC 9(5).
               10 TABQD-TEMPO-SOMA PIC 9(9).
               10 TABQD-TEMPO-QTD PIC 9(5).
               10 TABQD-PAGOS PIC 9(5).
       77 QTD-QUADRO PIC 9(3) VALUE ZEROS.
       77 IDX-QUADRO PIC 9(3) VALUE ZEROS.
       77 IDX-QD-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-QUADRO PIC 9(1) VALUE 0.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-EMPRESA PIC X(30) VALUE SPACES.
      *-----------------------
      * Funcionario em analise: admissao (zeros = sem data, conta
      * como admitido antes do periodo) e data de desligamento
      * (99999999 enquanto ativo).
       01 WRK-ADMISSAO PIC 9(8) VALUE ZEROS.
       01 WRK-ADMISSAO-R REDEFINES WRK-ADMISSAO.
           05 WRK-ADM-AAAA PIC 9(4).
           05 WRK-ADM-MM PIC 9(2).
           05 WRK-ADM-DD PIC 9(2).
       77 WRK-DESLIGAMENTO PIC 9(8) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-TEMPO-MESES PIC 9(5) VALUE ZEROS.
       77 WRK-SITUACAO-FIM PIC X(1) VALUE SPACES.
       77 QTD-DESL-SEM-DATA PIC 9(5) VALUE ZEROS.
       77 QTD-SEM-QUADRO PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Pagos na competencia final (FOLHA.TXT e FOLHAARQ.TXT, o mes
      * e as ferias pagas nele), um por funcionario, marcados 'S'
      * quando o cadastro explica o pagamento.
       77 WRK-COMP-FERIAS PIC X(6) VALUE SPACES.
       77 WRK-MES-FERIAS PIC 9(2) VALUE ZEROS.
       01 TABELA-PAGOS.
           05 PAGO-ITEM OCCURS 500 TIMES.
               10 TABPG-MATRICULA PIC 9(6).
               10 TABPG-NOME PIC X(30).
               10 TABPG-EMPRESA PIC X(30).
               10 TABPG-CONFERIDO PIC X(1).
       77 QTD-PAGOS PIC 9(3) VALUE ZEROS.
       77 IDX-PAGO PIC 9(3) VALUE ZEROS.
       77 IDX-PG-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-PAGOS PIC 9(1) VALUE 0.
       77 QTD-ATIVOS-SEM-PAGTO PIC 9(5) VALUE ZEROS.
       77 QTD-PAGOS-DESLIGADOS PIC 9(5) VALUE ZEROS.
       77 QTD-PAGOS-SEM-CADASTRO PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Numeros da empresa no periodo e totais gerais.
       77 WRK-INICIO PIC 9(6) VALUE ZEROS.
       77 WRK-ADMITIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-DESLIGADOS PIC 9(6) VALUE ZEROS.
       77 WRK-FINAL PIC 9(6) VALUE ZEROS.
       77 WRK-MOVIMENTO PIC 9(6) VALUE ZEROS.
       77 WRK-ROTATIVIDADE PIC 9(5)V99 VALUE ZEROS.
       77 WRK-TEMPO-MEDIO PIC 9(5)V9 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(6) VALUE ZEROS.
       77 WRK-TOT-INICIO PIC 9(6) VALUE ZEROS.
       77 WRK-TOT-ADMITIDOS PIC 9(6) VALUE ZEROS.
       77 WRK-TOT-DESLIGADOS PIC 9(6) VALUE ZEROS.
       77 WRK-TOT-FINAL PIC 9(6) VALUE ZEROS.
       77 WRK-TOT-PAGOS PIC 9(6) VALUE ZEROS.
       77 WRK-TOT-TEMPO-SOMA PIC 9(9) VALUE ZEROS.
       77 WRK-TOT-TEMPO-QTD PIC 9(6) VALUE ZEROS.
      *-----------------------
      * Linha da tendencia e campos editados.
       01 WRK-LINHA-TENDENCIA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LTD-COMP PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTD-INICIO PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTD-ADMITIDOS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTD-DESLIGADOS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTD-FINAL PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTD-ROTATIVIDADE PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
       77 WRK-QTD-ED PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-DIFERENCA-ED PIC -----9 VALUE ZEROS.
       77 WRK-PERCENTUAL-ED PIC ZZZZ9.99 VALUE ZEROS.
       77 WRK-TEMPO-ED PIC ZZZZ9.9 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes do quadro.
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
           PERFORM 001-ACEITA-PERIODO.
           IF WRK-PERIODO-OK EQUAL 'S'
               PERFORM 061-CONFERE-CONTROLE
               IF WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                       'EXECUCAO INTERROMPIDA.'
                   MOVE 'N' TO WRK-PERIODO-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-PERIODO-OK EQUAL 'S'
               PERFORM 003-MONTA-MESES
               PERFORM 010-CARREGA-EMPRESAS
               OPEN INPUT FUNCIONARIOS
               IF WS-FUNC-STATUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - '
                       'FILE STATUS: ' WS-FUNC-STATUS
               ELSE
                   MOVE 0 TO FLAG-FUNCIONARIOS
                   READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
                   END-READ
                   PERFORM 020-FUNCIONARIO-ITEM
                       UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
                   CLOSE FUNCIONARIOS
                   PERFORM 030-CARREGA-PAGOS
                   PERFORM 040-RELATORIO-EMPRESAS
                   PERFORM 050-CONCILIA-FOLHA
                   PERFORM 060-TOTAL-GERAL
               END-IF
           END-IF.
           GOBACK.

       001-ACEITA-PERIODO.
      **
      * Initial and final competencia. Blank initial takes the
      * current month, blank final the initial one; the final one
      * cannot come before the initial nor lie in the future, and
      * the range is kept to 24 months.
      **
           MOVE 'N' TO WRK-PERIODO-OK.
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM, BRANCO = MES ATUAL): '.
           MOVE SPACES TO WRK-COMP-ENTRA.
           ACCEPT WRK-COMP-ENTRA.
           IF WRK-COMP-ENTRA EQUAL SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-ENTRA
           END-IF.
           IF WRK-COMP-ENTRA NOT NUMERIC
               OR WRK-COMP-ENTRA(5:2) LESS THAN '01'
               OR WRK-COMP-ENTRA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA.'
           ELSE
               MOVE WRK-COMP-ENTRA TO WRK-COMP-INI-X
               DISPLAY 'COMPETENCIA FINAL (AAAAMM, BRANCO = A '
                   'INICIAL): '
               MOVE SPACES TO WRK-COMP-ENTRA
               ACCEPT WRK-COMP-ENTRA
               IF WRK-COMP-ENTRA EQUAL SPACES
                   MOVE WRK-COMP-INI-X TO WRK-COMP-ENTRA
               END-IF
               PERFORM 002-VALIDA-FINAL
           END-IF.

       002-VALIDA-FINAL.
           IF WRK-COMP-ENTRA NOT NUMERIC
               OR WRK-COMP-ENTRA(5:2) LESS THAN '01'
               OR WRK-COMP-ENTRA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA.'
           ELSE
               MOVE WRK-COMP-ENTRA TO WRK-COMP-FIM-X
               COMPUTE WRK-ORD-INI = WRK-INI-AAAA * 12 + WRK-INI-MM - 1
               COMPUTE WRK-ORD-FIM = WRK-FIM-AAAA * 12 + WRK-FIM-MM - 1
               IF WRK-COMP-FIM-X LESS THAN WRK-COMP-INI-X
                   DISPLAY 'COMPETENCIA FINAL ANTERIOR A INICIAL.'
               ELSE
                   IF WRK-COMP-FIM-X GREATER THAN WRK-DATA-HOJE(1:6)
                       DISPLAY 'COMPETENCIA FINAL NO FUTURO.'
                   ELSE
                       IF WRK-ORD-FIM - WRK-ORD-INI GREATER THAN 23
                           DISPLAY 'PERIODO LIMITADO A 24 MESES.'
                       ELSE
                           MOVE 'S' TO WRK-PERIODO-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       003-MONTA-MESES.
      **
      * The month window: from the initial competencia or from
      * eleven months before the final one, whichever comes first,
      * up to the final one - first and last day of each month.
      * WRK-MES-PERIODO is the window slot where the requested
      * period starts and WRK-MES-TENDENCIA where the twelve-month
      * trend does.
      **
           COMPUTE WRK-ORD-JANELA = WRK-ORD-FIM - 11.
           IF WRK-ORD-INI LESS THAN WRK-ORD-JANELA
               MOVE WRK-ORD-INI TO WRK-ORD-JANELA
           END-IF.
           COMPUTE QTD-MESES = WRK-ORD-FIM - WRK-ORD-JANELA + 1.
           COMPUTE WRK-MES-PERIODO = WRK-ORD-INI - WRK-ORD-JANELA + 1.
           COMPUTE WRK-MES-TENDENCIA = QTD-MESES - 11.
           PERFORM 004-MONTA-MES
               VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES GREATER THAN QTD-MESES.

       004-MONTA-MES.
           COMPUTE WRK-ORD = WRK-ORD-JANELA + IDX-MES - 1.
           DIVIDE WRK-ORD BY 12 GIVING WRK-ORD-AAAA
               REMAINDER WRK-ORD-MM.
           ADD 1 TO WRK-ORD-MM.
           COMPUTE TABMES-COMP(IDX-MES) =
               WRK-ORD-AAAA * 100 + WRK-ORD-MM.
           COMPUTE TABMES-PRIMEIRO(IDX-MES) =
               TABMES-COMP(IDX-MES) * 100 + 1.
           COMPUTE TABMES-ULTIMO(IDX-MES) =
               TABMES-COMP(IDX-MES) * 100 + 31.

       010-CARREGA-EMPRESAS.
      **
      * Loads EMPRESAS.TXT (kept by PROG039) as the first lines of
      * the headcount table. The master may not exist yet: the
      * companies then come from the employees' razao social.
      **
           MOVE ZEROS TO QTD-QUADRO.
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
           PERFORM 015-INCLUI-EMPRESA.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       012-RESOLVE-EMPRESA.
      **
      * Finds WRK-EMP-CODIGO / WRK-EMPRESA in the table - by code
      * when there is one, by the razao social otherwise (records
      * written before the code existed) - and adds the company
      * when it is not there yet.
      **
           MOVE ZEROS TO IDX-QD-ACHADO.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               PERFORM 013-PROCURA-EMP-CODIGO
                   VARYING IDX-QUADRO FROM 1 BY 1
                   UNTIL IDX-QUADRO GREATER THAN QTD-QUADRO
           END-IF.
           IF IDX-QD-ACHADO EQUAL ZEROS
               PERFORM 014-PROCURA-EMP-RAZAO
                   VARYING IDX-QUADRO FROM 1 BY 1
                   UNTIL IDX-QUADRO GREATER THAN QTD-QUADRO
           END-IF.
           IF IDX-QD-ACHADO EQUAL ZEROS
               PERFORM 015-INCLUI-EMPRESA
           END-IF.

       013-PROCURA-EMP-CODIGO.
           IF TABQD-CODIGO(IDX-QUADRO) EQUAL WRK-EMP-CODIGO
               MOVE IDX-QUADRO TO IDX-QD-ACHADO
           END-IF.

       014-PROCURA-EMP-RAZAO.
           IF TABQD-RAZAO-SOCIAL(IDX-QUADRO) EQUAL WRK-EMPRESA
               MOVE IDX-QUADRO TO IDX-QD-ACHADO
           END-IF.

       015-INCLUI-EMPRESA.
      **
      * A new line of the table, every counter at zero. The table
      * holds 100 companies; beyond that the employee is left out
      * and counted apart.
      **
           IF QTD-QUADRO LESS THAN 100
               ADD 1 TO QTD-QUADRO
               MOVE QTD-QUADRO TO IDX-QD-ACHADO
               MOVE ZEROS TO QUADRO-ITEM(QTD-QUADRO)
               MOVE WRK-EMP-CODIGO TO TABQD-CODIGO(QTD-QUADRO)
               MOVE WRK-EMPRESA TO TABQD-RAZAO-SOCIAL(QTD-QUADRO)
               IF WRK-EMPRESA EQUAL SPACES
                   MOVE 'SEM EMPRESA'
                       TO TABQD-RAZAO-SOCIAL(QTD-QUADRO)
               END-IF
           ELSE
               MOVE ZEROS TO IDX-QD-ACHADO
               IF FLAG-LIMITE-QUADRO EQUAL 0
                   DISPLAY 'AVISO: MAIS DE 100 EMPRESAS - '
                       'EXCEDENTES FORA DO QUADRO.'
                   MOVE 1 TO FLAG-LIMITE-QUADRO
               END-IF
           END-IF.

       020-FUNCIONARIO-ITEM.
      **
      * One employee counted in every month of the window: on the
      * books at the start of the month, admitted in it, terminated
      * in it. A desligado with no termination date cannot be
      * placed in time and is only counted apart.
      **
           MOVE ZEROS TO WRK-ADMISSAO.
           IF FUNC-ADMISSAO NUMERIC
               MOVE FUNC-ADMISSAO TO WRK-ADMISSAO
           END-IF.
           MOVE 99999999 TO WRK-DESLIGAMENTO.
           IF FUNC-SITUACAO EQUAL 'D'
               IF FUNC-DEMISSAO NUMERIC
                   AND FUNC-DEMISSAO GREATER THAN ZEROS
                   MOVE FUNC-DEMISSAO TO WRK-DESLIGAMENTO
               ELSE
                   MOVE ZEROS TO WRK-DESLIGAMENTO
                   ADD 1 TO QTD-DESL-SEM-DATA
               END-IF
           END-IF.
           IF WRK-DESLIGAMENTO GREATER THAN ZEROS
               MOVE FUNC-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FUNC-EMPRESA TO WRK-EMPRESA
               PERFORM 012-RESOLVE-EMPRESA
               IF IDX-QD-ACHADO EQUAL ZEROS
                   ADD 1 TO QTD-SEM-QUADRO
               ELSE
                   PERFORM 021-CONTA-MES
                       VARYING IDX-MES FROM 1 BY 1
                       UNTIL IDX-MES GREATER THAN QTD-MESES
                   PERFORM 022-TEMPO-DE-CASA
               END-IF
           END-IF.
           READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS.

       021-CONTA-MES.
           IF WRK-ADMISSAO LESS THAN TABMES-PRIMEIRO(IDX-MES)
               AND WRK-DESLIGAMENTO NOT LESS THAN
                   TABMES-PRIMEIRO(IDX-MES)
               ADD 1 TO TABQD-INICIO(IDX-QD-ACHADO, IDX-MES)
           END-IF.
           IF WRK-ADMISSAO NOT LESS THAN TABMES-PRIMEIRO(IDX-MES)
               AND WRK-ADMISSAO NOT GREATER THAN
                   TABMES-ULTIMO(IDX-MES)
               ADD 1 TO TABQD-ADMITIDOS(IDX-QD-ACHADO, IDX-MES)
           END-IF.
           IF WRK-DESLIGAMENTO NOT LESS THAN TABMES-PRIMEIRO(IDX-MES)
               AND WRK-DESLIGAMENTO NOT GREATER THAN
                   TABMES-ULTIMO(IDX-MES)
               ADD 1 TO TABQD-DESLIGADOS(IDX-QD-ACHADO, IDX-MES)
           END-IF.

       022-TEMPO-DE-CASA.
      **
      * Tenure in whole months at the end of the period, for the
      * employees still on the books then and with an admission
      * date.
      **
           IF WRK-ADMISSAO GREATER THAN ZEROS
               AND WRK-ADMISSAO NOT GREATER THAN
                   TABMES-ULTIMO(QTD-MESES)
               AND WRK-DESLIGAMENTO GREATER THAN
                   TABMES-ULTIMO(QTD-MESES)
               COMPUTE WRK-TEMPO-MESES = WRK-ORD-FIM
                   - (WRK-ADM-AAAA * 12 + WRK-ADM-MM - 1)
               ADD WRK-TEMPO-MESES
                   TO TABQD-TEMPO-SOMA(IDX-QD-ACHADO)
               ADD 1 TO TABQD-TEMPO-QTD(IDX-QD-ACHADO)
           END-IF.

       030-CARREGA-PAGOS.
      **
      * Everyone paid in the final competencia - the month itself
      * and the ferias paid in it (month plus 20) - once each: a
      * reprocessed month or a ferias record does not count the
      * same employee twice. The archive goes first, then the live
      * payroll.
      **
           MOVE ZEROS TO QTD-PAGOS.
           COMPUTE WRK-MES-FERIAS = WRK-FIM-MM + 20.
           MOVE WRK-COMP-FIM-X TO WRK-COMP-FERIAS.
           MOVE WRK-MES-FERIAS TO WRK-COMP-FERIAS(5:2).
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 032-FOLHAARQ-ITEM UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHAARQ
           END-IF.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHA AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 031-FOLHA-ITEM UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHA
           END-IF.

       031-FOLHA-ITEM.
           PERFORM 033-REGISTRA-PAGO.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA.

       032-FOLHAARQ-ITEM.
           MOVE FOLHAARQ-REG TO FOLHA-REG.
           PERFORM 033-REGISTRA-PAGO.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA.

       033-REGISTRA-PAGO.
           IF FOLHA-COMPETENCIA EQUAL WRK-COMP-FIM-X
               OR FOLHA-COMPETENCIA EQUAL WRK-COMP-FERIAS
               MOVE ZEROS TO WRK-MATRICULA
               IF FOLHA-MATRICULA NUMERIC
                   MOVE FOLHA-MATRICULA TO WRK-MATRICULA
               END-IF
               MOVE FOLHA-NOME TO WRK-NOME
               PERFORM 034-PROCURA-PAGO
               IF IDX-PG-ACHADO EQUAL ZEROS
                   PERFORM 036-INCLUI-PAGO
               END-IF
           END-IF.

       034-PROCURA-PAGO.
      **
      * Finds WRK-MATRICULA / WRK-NOME among the paid: by matricula
      * when both sides have one, by the name otherwise.
      **
           MOVE ZEROS TO IDX-PG-ACHADO.
           PERFORM 035-COMPARA-PAGO
               VARYING IDX-PAGO FROM 1 BY 1
               UNTIL IDX-PAGO GREATER THAN QTD-PAGOS.

       035-COMPARA-PAGO.
           IF WRK-MATRICULA GREATER THAN ZEROS
               AND TABPG-MATRICULA(IDX-PAGO) GREATER THAN ZEROS
               IF TABPG-MATRICULA(IDX-PAGO) EQUAL WRK-MATRICULA
                   MOVE IDX-PAGO TO IDX-PG-ACHADO
               END-IF
           ELSE
               IF TABPG-NOME(IDX-PAGO) EQUAL WRK-NOME
                   MOVE IDX-PAGO TO IDX-PG-ACHADO
               END-IF
           END-IF.

       036-INCLUI-PAGO.
      **
      * A newly paid employee, counted under the company of the
      * payroll record. The table holds 500; beyond that the rest
      * is ignored with a single warning.
      **
           IF QTD-PAGOS LESS THAN 500
               ADD 1 TO QTD-PAGOS
               MOVE WRK-MATRICULA TO TABPG-MATRICULA(QTD-PAGOS)
               MOVE WRK-NOME TO TABPG-NOME(QTD-PAGOS)
               MOVE FOLHA-EMPRESA TO TABPG-EMPRESA(QTD-PAGOS)
               MOVE 'N' TO TABPG-CONFERIDO(QTD-PAGOS)
               MOVE FOLHA-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO WRK-EMPRESA
               PERFORM 012-RESOLVE-EMPRESA
               IF IDX-QD-ACHADO GREATER THAN ZEROS
                   ADD 1 TO TABQD-PAGOS(IDX-QD-ACHADO)
               END-IF
           ELSE
               IF FLAG-LIMITE-PAGOS EQUAL 0
                   DISPLAY 'AVISO: MAIS DE 500 PAGOS NA COMPETENCIA '
                       '- EXCEDENTES FORA DA CONCILIACAO.'
                   MOVE 1 TO FLAG-LIMITE-PAGOS
               END-IF
           END-IF.

       040-RELATORIO-EMPRESAS.
      **
      * One block per company with anyone on the books or paid in
      * the window: the period's opening and closing headcount,
      * admissions, terminations, turnover and average tenure, the
      * closing headcount against the employees paid in the final
      * month, and the twelve-month trend.
      **
           DISPLAY '#################################################'.
           DISPLAY 'QUADRO DE PESSOAL E ROTATIVIDADE - '
               WRK-COMP-INI-X ' A ' WRK-COMP-FIM-X.
           DISPLAY '#################################################'.
           PERFORM 041-EMPRESA-BLOCO
               VARYING IDX-QUADRO FROM 1 BY 1
               UNTIL IDX-QUADRO GREATER THAN QTD-QUADRO.

       041-EMPRESA-BLOCO.
           MOVE TABQD-INICIO(IDX-QUADRO, WRK-MES-PERIODO)
               TO WRK-INICIO.
           MOVE ZEROS TO WRK-ADMITIDOS.
           MOVE ZEROS TO WRK-DESLIGADOS.
           PERFORM 042-SOMA-PERIODO
               VARYING IDX-MES FROM WRK-MES-PERIODO BY 1
               UNTIL IDX-MES GREATER THAN QTD-MESES.
           COMPUTE WRK-FINAL = WRK-INICIO + WRK-ADMITIDOS
               - WRK-DESLIGADOS.
           IF WRK-INICIO GREATER THAN ZEROS
               OR WRK-ADMITIDOS GREATER THAN ZEROS
               OR WRK-DESLIGADOS GREATER THAN ZEROS
               OR TABQD-PAGOS(IDX-QUADRO) GREATER THAN ZEROS
               DISPLAY ' '
               DISPLAY 'EMPRESA ' TABQD-CODIGO(IDX-QUADRO) ' '
                   TABQD-RAZAO-SOCIAL(IDX-QUADRO)
               MOVE WRK-INICIO TO WRK-QTD-ED
               DISPLAY '  QUADRO INICIAL:     ' WRK-QTD-ED
               MOVE WRK-ADMITIDOS TO WRK-QTD-ED
               DISPLAY '  ADMISSOES:          ' WRK-QTD-ED
               MOVE WRK-DESLIGADOS TO WRK-QTD-ED
               DISPLAY '  DESLIGAMENTOS:      ' WRK-QTD-ED
               MOVE WRK-FINAL TO WRK-QTD-ED
               DISPLAY '  QUADRO FINAL:       ' WRK-QTD-ED
               PERFORM 043-CALCULA-ROTATIVIDADE
               MOVE WRK-ROTATIVIDADE TO WRK-PERCENTUAL-ED
               DISPLAY '  ROTATIVIDADE:       ' WRK-PERCENTUAL-ED '%'
               MOVE ZEROS TO WRK-TEMPO-MEDIO
               IF TABQD-TEMPO-QTD(IDX-QUADRO) GREATER THAN ZEROS
                   COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                       TABQD-TEMPO-SOMA(IDX-QUADRO)
                       / TABQD-TEMPO-QTD(IDX-QUADRO)
               END-IF
               MOVE WRK-TEMPO-MEDIO TO WRK-TEMPO-ED
               DISPLAY '  TEMPO MEDIO DE CASA:' WRK-TEMPO-ED ' MESES'
               COMPUTE WRK-DIFERENCA = WRK-FINAL
                   - TABQD-PAGOS(IDX-QUADRO)
               MOVE TABQD-PAGOS(IDX-QUADRO) TO WRK-QTD-ED
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
               DISPLAY '  PAGOS EM ' WRK-COMP-FIM-X ':    '
                   WRK-QTD-ED '  DIFERENCA: ' WRK-DIFERENCA-ED
               DISPLAY '  TENDENCIA   COMP  INICIO  ADMIS.  DESLIG.'
                   '   FINAL  ROTATIVIDADE'
               PERFORM 044-LINHA-TENDENCIA
                   VARYING IDX-MES FROM WRK-MES-TENDENCIA BY 1
                   UNTIL IDX-MES GREATER THAN QTD-MESES
               ADD WRK-INICIO TO WRK-TOT-INICIO
               ADD WRK-ADMITIDOS TO WRK-TOT-ADMITIDOS
               ADD WRK-DESLIGADOS TO WRK-TOT-DESLIGADOS
               ADD WRK-FINAL TO WRK-TOT-FINAL
               ADD TABQD-PAGOS(IDX-QUADRO) TO WRK-TOT-PAGOS
               ADD TABQD-TEMPO-SOMA(IDX-QUADRO) TO WRK-TOT-TEMPO-SOMA
               ADD TABQD-TEMPO-QTD(IDX-QUADRO) TO WRK-TOT-TEMPO-QTD
           END-IF.

       042-SOMA-PERIODO.
           ADD TABQD-ADMITIDOS(IDX-QUADRO, IDX-MES) TO WRK-ADMITIDOS.
           ADD TABQD-DESLIGADOS(IDX-QUADRO, IDX-MES)
               TO WRK-DESLIGADOS.

       043-CALCULA-ROTATIVIDADE.
      **
      * Turnover of the period: the mean of admissions and
      * terminations over the mean headcount, that is
      * (admissoes + desligamentos) / (inicial + final), in percent.
      **
           COMPUTE WRK-MOVIMENTO = WRK-INICIO + WRK-FINAL.
           IF WRK-MOVIMENTO EQUAL ZEROS
               MOVE ZEROS TO WRK-ROTATIVIDADE
           ELSE
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-ADMITIDOS + WRK-DESLIGADOS) * 100
                   / WRK-MOVIMENTO
           END-IF.

       044-LINHA-TENDENCIA.
           MOVE TABQD-INICIO(IDX-QUADRO, IDX-MES) TO WRK-INICIO.
           MOVE TABQD-ADMITIDOS(IDX-QUADRO, IDX-MES) TO WRK-ADMITIDOS.
           MOVE TABQD-DESLIGADOS(IDX-QUADRO, IDX-MES)
               TO WRK-DESLIGADOS.
           COMPUTE WRK-FINAL = WRK-INICIO + WRK-ADMITIDOS
               - WRK-DESLIGADOS.
           PERFORM 043-CALCULA-ROTATIVIDADE.
           MOVE TABMES-COMP(IDX-MES) TO LTD-COMP.
           MOVE WRK-INICIO TO LTD-INICIO.
           MOVE WRK-ADMITIDOS TO LTD-ADMITIDOS.
           MOVE WRK-DESLIGADOS TO LTD-DESLIGADOS.
           MOVE WRK-FINAL TO LTD-FINAL.
           MOVE WRK-ROTATIVIDADE TO LTD-ROTATIVIDADE.
           DISPLAY WRK-LINHA-TENDENCIA.

       050-CONCILIA-FOLHA.
      **
      * Closing headcount against the payroll of the final month,
      * employee by employee: on the books at the end of the month
      * but not paid, and paid while not on the books (terminated
      * before the month, admitted after it, or not registered at
      * all). A termination within the month is paid pro rata or
      * by the rescisao and is no difference.
      **
           DISPLAY ' '.
           DISPLAY '#################################################'.
           DISPLAY 'CONCILIACAO COM A FOLHA DE ' WRK-COMP-FIM-X.
           DISPLAY '#################################################'.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 051-CONCILIA-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.
           PERFORM 053-PAGO-SEM-CADASTRO
               VARYING IDX-PAGO FROM 1 BY 1
               UNTIL IDX-PAGO GREATER THAN QTD-PAGOS.
           IF QTD-ATIVOS-SEM-PAGTO EQUAL ZEROS
               AND QTD-PAGOS-DESLIGADOS EQUAL ZEROS
               AND QTD-PAGOS-SEM-CADASTRO EQUAL ZEROS
               DISPLAY '  NENHUMA DIFERENCA.'
           END-IF.

       051-CONCILIA-ITEM.
           MOVE ZEROS TO WRK-ADMISSAO.
           IF FUNC-ADMISSAO NUMERIC
               MOVE FUNC-ADMISSAO TO WRK-ADMISSAO
           END-IF.
           MOVE 99999999 TO WRK-DESLIGAMENTO.
           IF FUNC-SITUACAO EQUAL 'D'
               MOVE ZEROS TO WRK-DESLIGAMENTO
               IF FUNC-DEMISSAO NUMERIC
                   MOVE FUNC-DEMISSAO TO WRK-DESLIGAMENTO
               END-IF
           END-IF.
           PERFORM 052-SITUACAO-NO-FIM.
           MOVE FUNC-MATRICULA TO WRK-MATRICULA.
           MOVE FUNC-NOME TO WRK-NOME.
           PERFORM 034-PROCURA-PAGO.
           IF IDX-PG-ACHADO GREATER THAN ZEROS
               MOVE 'S' TO TABPG-CONFERIDO(IDX-PG-ACHADO)
           END-IF.
           EVALUATE WRK-SITUACAO-FIM
               WHEN 'A'
                   IF IDX-PG-ACHADO EQUAL ZEROS
                       ADD 1 TO QTD-ATIVOS-SEM-PAGTO
                       DISPLAY '  ATIVO SEM PAGAMENTO: '
                           FUNC-MATRICULA ' ' FUNC-NOME ' '
                           FUNC-EMP-CODIGO
                   END-IF
               WHEN 'X'
                   IF IDX-PG-ACHADO GREATER THAN ZEROS
                       ADD 1 TO QTD-PAGOS-DESLIGADOS
                       DISPLAY '  PAGO SEM ESTAR ATIVO: '
                           FUNC-MATRICULA ' ' FUNC-NOME
                           ' ADM ' WRK-ADMISSAO
                           ' DESL ' FUNC-DEMISSAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS.

       052-SITUACAO-NO-FIM.
      **
      * The employee's standing in the final month: 'A' on the
      * books at its end, 'M' terminated within it, 'X' not on the
      * books at all in the month (terminated before it, admitted
      * after it, or a desligado with no date).
      **
           IF WRK-ADMISSAO GREATER THAN TABMES-ULTIMO(QTD-MESES)
               OR WRK-DESLIGAMENTO LESS THAN TABMES-PRIMEIRO(QTD-MESES)
               MOVE 'X' TO WRK-SITUACAO-FIM
           ELSE
               IF WRK-DESLIGAMENTO NOT GREATER THAN
                   TABMES-ULTIMO(QTD-MESES)
                   MOVE 'M' TO WRK-SITUACAO-FIM
               ELSE
                   MOVE 'A' TO WRK-SITUACAO-FIM
               END-IF
           END-IF.

       053-PAGO-SEM-CADASTRO.
           IF TABPG-CONFERIDO(IDX-PAGO) EQUAL 'N'
               ADD 1 TO QTD-PAGOS-SEM-CADASTRO
               DISPLAY '  PAGO SEM CADASTRO: '
                   TABPG-MATRICULA(IDX-PAGO) ' '
                   TABPG-NOME(IDX-PAGO) ' ' TABPG-EMPRESA(IDX-PAGO)
           END-IF.

       060-TOTAL-GERAL.
           DISPLAY ' '.
           DISPLAY '#################################################'.
           DISPLAY 'TOTAL GERAL ' WRK-COMP-INI-X ' A ' WRK-COMP-FIM-X.
           DISPLAY '#################################################'.
           MOVE WRK-TOT-INICIO TO WRK-INICIO.
           MOVE WRK-TOT-ADMITIDOS TO WRK-ADMITIDOS.
           MOVE WRK-TOT-DESLIGADOS TO WRK-DESLIGADOS.
           MOVE WRK-TOT-FINAL TO WRK-FINAL.
           MOVE WRK-INICIO TO WRK-QTD-ED.
           DISPLAY 'QUADRO INICIAL:       ' WRK-QTD-ED.
           MOVE WRK-ADMITIDOS TO WRK-QTD-ED.
           DISPLAY 'ADMISSOES:            ' WRK-QTD-ED.
           MOVE WRK-DESLIGADOS TO WRK-QTD-ED.
           DISPLAY 'DESLIGAMENTOS:        ' WRK-QTD-ED.
           MOVE WRK-FINAL TO WRK-QTD-ED.
           DISPLAY 'QUADRO FINAL:         ' WRK-QTD-ED.
           PERFORM 043-CALCULA-ROTATIVIDADE.
           MOVE WRK-ROTATIVIDADE TO WRK-PERCENTUAL-ED.
           DISPLAY 'ROTATIVIDADE:         ' WRK-PERCENTUAL-ED '%'.
           MOVE ZEROS TO WRK-TEMPO-MEDIO.
           IF WRK-TOT-TEMPO-QTD GREATER THAN ZEROS
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-TOT-TEMPO-SOMA / WRK-TOT-TEMPO-QTD
           END-IF.
           MOVE WRK-TEMPO-MEDIO TO WRK-TEMPO-ED.
           DISPLAY 'TEMPO MEDIO DE CASA:  ' WRK-TEMPO-ED ' MESES'.
           MOVE WRK-TOT-PAGOS TO WRK-QTD-ED.
           DISPLAY 'PAGOS EM ' WRK-COMP-FIM-X ':      ' WRK-QTD-ED.
           MOVE QTD-ATIVOS-SEM-PAGTO TO WRK-QTD-ED.
           DISPLAY 'ATIVOS SEM PAGAMENTO: ' WRK-QTD-ED.
           COMPUTE WRK-MOVIMENTO = QTD-PAGOS-DESLIGADOS
               + QTD-PAGOS-SEM-CADASTRO.
           MOVE WRK-MOVIMENTO TO WRK-QTD-ED.
           DISPLAY 'PAGOS FORA DO QUADRO: ' WRK-QTD-ED.
           IF QTD-DESL-SEM-DATA GREATER THAN ZEROS
               MOVE QTD-DESL-SEM-DATA TO WRK-QTD-ED
               DISPLAY 'AVISO: ' WRK-QTD-ED ' DESLIGADO(S) SEM DATA '
                   'DE DEMISSAO - FORA DO QUADRO.'
           END-IF.
           IF QTD-SEM-QUADRO GREATER THAN ZEROS
               MOVE QTD-SEM-QUADRO TO WRK-QTD-ED
               DISPLAY 'AVISO: ' WRK-QTD-ED ' FUNCIONARIO(S) DE '
                   'EMPRESAS ALEM DO LIMITE - FORA DO QUADRO.'
           END-IF.

       061-CONFERE-CONTROLE.
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
           MOVE 'PROG046' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG046.
