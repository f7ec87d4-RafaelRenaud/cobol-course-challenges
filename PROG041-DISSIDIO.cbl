      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG041.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Dissidio run: raises the final salary of every active
      * employee of one company (EMPRESAS.TXT, PROG039) by the
      * percentage of the collective agreement, from its vigencia.
      * FOLHA.TXT, and for the months PROG017 already moved away
      * FOLHAARQ.TXT, say which months since the vigencia were
      * already paid at the old salary; the difference owed is
      * posted in
      * LANCAMENTOS.TXT for the lote of the payment competencia,
      * under the event code kept in EVENTOS.TXT.
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
           SELECT LANCAMENTOS ASSIGN TO 'LANCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANC-STATUS.
           SELECT EVENTOS ASSIGN TO 'EVENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTOS-STATUS.
      *-----------------------
      * COMPCTL.TXT (PROG002 modes 5/6) and RUNCTL.TXT (the lote's
      * run register) say whether the payment competencia can still
      * take lancamentos: not closed and its lote not yet run.
      *-----------------------
           SELECT COMPCTL ASSIGN TO 'COMPCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPCTL-STATUS.
           SELECT RUNCTL ASSIGN TO 'RUNCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------
      * HISTSAL.TXT is the salary history, one line per employee
      * raised; it also stops the same agreement (company and
      * vigencia) from being applied twice. The new salaries are
      * REWRITten in place on FUNCIONARIOS.DAT.
      *-----------------------
           SELECT HISTSAL ASSIGN TO 'HISTSAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTSAL-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
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
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD LANCAMENTOS.
       COPY LANCAMENTO.
       FD EVENTOS.
       COPY EVENTO.
       FD COMPCTL.
       01 COMPCTL-REG.
           05 CTL-COMPETENCIA PIC X(6).
           05 CTL-SITUACAO PIC X(1).
           05 CTL-DATA PIC 9(8).
           05 CTL-OPERADOR PIC X(8).
       FD RUNCTL.
       COPY RUNCTL.
       FD HISTSAL.
       COPY HISTSAL.
       FD AUDITORIA.
       COPY AUDITORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-LANC-STATUS PIC X(2) VALUE SPACES.
       77 WS-EVENTOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-COMPCTL-STATUS PIC X(2) VALUE SPACES.
       77 WS-RUNCTL-STATUS PIC X(2) VALUE SPACES.
       77 WS-HISTSAL-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-EVENTOS PIC 9(1) VALUE 0.
       77 FLAG-COMPCTL PIC 9(1) VALUE 0.
       77 FLAG-RUNCTL PIC 9(1) VALUE 0.
       77 FLAG-HISTSAL PIC 9(1) VALUE 0.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(1) VALUE 'N'.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Empresa do dissidio, procurada pelo codigo em EMPRESAS.TXT.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-EMP-RAZAO PIC X(30) VALUE SPACES.
       77 WRK-EMP-OK PIC X(1) VALUE 'N'.
      *-----------------------
      * Parametros do acordo: percentual (5 digitos, duas casas),
      * competencia de vigencia, teto (10 digitos com centavos,
      * zero = sem teto) e motivo gravado no historico; e a
      * competencia cujo lote paga as diferencas retroativas.
       77 WRK-PCT-ENTRADA PIC X(5) VALUE SPACES.
       77 WRK-PCT PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PCT-ED PIC ZZ9.99 VALUE ZEROS.
       77 WRK-VIGENCIA PIC X(6) VALUE SPACES.
       77 WRK-TETO-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-TETO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TETO-OK PIC X(1) VALUE 'N'.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-COMP-PAGTO PIC X(6) VALUE SPACES.
       77 WRK-COMP-OK PIC X(1) VALUE 'N'.
       77 WRK-COMP-FECHADA-SW PIC X(1) VALUE 'N'.
       77 WRK-LOTE-RODADO-SW PIC X(1) VALUE 'N'.
       77 WRK-PARAM-OK PIC X(1) VALUE 'N'.
      *-----------------------
      * Evento das diferencas: incluido em EVENTOS.TXT na primeira
      * efetivacao, se ainda nao existir; um codigo ja usado para
      * outra coisa (nao provento em valor) recusa o dissidio.
       77 WRK-EVT-DISSIDIO PIC X(3) VALUE '900'.
       77 WRK-EVT-SITUACAO PIC X(1) VALUE 'N'.
      *-----------------------
      * Funcionarios reajustados: salario antes e depois, meses ja
      * pagos desde a vigencia e a diferenca devida. Acima de 500
      * funcionarios a previa sai incompleta e nada e efetivado.
       01 TABELA-DISSIDIO.
           05 DISSIDIO-ITEM OCCURS 500 TIMES.
               10 TABDIS-NOME PIC X(30).
               10 TABDIS-MATRICULA PIC 9(6).
               10 TABDIS-SAL-ANTERIOR PIC 9(8)V99.
               10 TABDIS-SAL-NOVO PIC 9(8)V99.
               10 TABDIS-MESES PIC 9(2).
               10 TABDIS-RETRO PIC 9(8)V99.
       77 QTD-DISSIDIO PIC 9(3) VALUE ZEROS.
       77 IDX-DISSIDIO PIC 9(3) VALUE ZEROS.
       77 IDX-DIS-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-DISSIDIO PIC 9(1) VALUE 0.
      *-----------------------
      * Competencias ja pagas ao funcionario em analise, para uma
      * competencia reprocessada no lote nao contar duas vezes.
       01 TABELA-COMP-PAGAS.
           05 COMP-PAGA PIC X(6) OCCURS 60 TIMES.
       77 QTD-COMP-PAGAS PIC 9(2) VALUE ZEROS.
       77 IDX-COMP PIC 9(2) VALUE ZEROS.
       77 WRK-COMP-ACHADA PIC X(1) VALUE 'N'.
       77 WRK-FOLHA-DELE PIC X(1) VALUE 'N'.
      *-----------------------
      * Calculo do reajuste de um funcionario.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-SAL-ATUAL PIC 9(8)V99 VALUE ZEROS.
       77 WRK-BASE-REAJUSTE PIC 9(8)V99 VALUE ZEROS.
       77 WRK-AUMENTO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-MESES PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Totais da previa.
       77 WRK-TOT-ANTERIOR PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-NOVO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-RETRO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-SAL-ED PIC Z(7)9.99 VALUE ZEROS.
       77 WRK-SAL-NOVO-ED PIC Z(7)9.99 VALUE ZEROS.
       77 WRK-RETRO-ED PIC Z(7)9.99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-MESES-ED PIC Z9 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-QTD-LANC PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes da previa.
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
      *    Rodado fora do PROG001 o operador EXTERNAL nasce em
      *    LOW-VALUES, que estragaria HISTSAL.TXT e AUDITORIA.TXT.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           PERFORM 001-ACEITA-EMPRESA.
           IF WRK-EMP-OK EQUAL 'S'
               PERFORM 004-ACEITA-PARAMETROS
           END-IF.
           IF WRK-EMP-OK EQUAL 'S'
               PERFORM 067-CONFERE-CONTROLE
               IF WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                       'EXECUCAO INTERROMPIDA.'
                   MOVE 'N' TO WRK-EMP-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-EMP-OK EQUAL 'S' AND WRK-PARAM-OK EQUAL 'S'
               PERFORM 020-MONTA-PREVIA
               PERFORM 030-LISTA-PREVIA
               EVALUATE TRUE
                   WHEN QTD-DISSIDIO EQUAL ZEROS
                       DISPLAY 'NENHUM FUNCIONARIO ATIVO DA EMPRESA - '
                           'NADA A REAJUSTAR.'
                   WHEN FLAG-LIMITE-DISSIDIO EQUAL 1
                       DISPLAY 'MAIS DE 500 FUNCIONARIOS NA EMPRESA - '
                           'DISSIDIO NAO EFETIVADO.'
                   WHEN OTHER
                       DISPLAY 'CONFIRMA O DISSIDIO? S/N'
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA EQUAL 'S'
                           OR WRK-CONFIRMA EQUAL 's'
                           PERFORM 040-EFETIVA
                       ELSE
                           DISPLAY 'DISSIDIO CANCELADO - NADA FOI '
                               'ALTERADO.'
                       END-IF
               END-EVALUATE
           END-IF.
           GOBACK.

       001-ACEITA-EMPRESA.
      **
      * The agreement is per company: the code must be registered
      * in EMPRESAS.TXT. Its razao social also finds the employees
      * and folha lines written before the company code existed.
      **
           MOVE 'N' TO WRK-EMP-OK.
           DISPLAY 'CODIGO DA EMPRESA DO DISSIDIO: '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EMPRESAS.TXT - FILE STATUS: '
                   WS-EMPRESAS-STATUS
           ELSE
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 002-PROCURA-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
               IF WRK-EMP-OK EQUAL 'S'
                   DISPLAY 'EMPRESA: ' WRK-EMP-RAZAO
               ELSE
                   DISPLAY 'EMPRESA NAO CADASTRADA.'
               END-IF
           END-IF.

       002-PROCURA-EMPRESA-ITEM.
           IF EMP-CODIGO EQUAL WRK-EMP-CODIGO
               MOVE 'S' TO WRK-EMP-OK
               MOVE EMP-RAZAO-SOCIAL TO WRK-EMP-RAZAO
               MOVE 1 TO FLAG-EMPRESAS
           ELSE
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
           END-IF.

       004-ACEITA-PARAMETROS.
      **
      * Percentage, vigencia, optional ceiling and reason, then the
      * payment competencia. The run is refused when the payment
      * month can no longer take lancamentos, when the event code
      * is taken by something else, or when HISTSAL.TXT shows this
      * company's agreement of the same vigencia already applied.
      **
           MOVE 'N' TO WRK-PARAM-OK.
           MOVE ZEROS TO WRK-PCT.
           PERFORM 005-PEDE-PCT UNTIL WRK-PCT GREATER THAN ZEROS.
           MOVE 'N' TO WRK-COMP-OK.
           PERFORM 006-PEDE-VIGENCIA UNTIL WRK-COMP-OK EQUAL 'S'.
           MOVE 'N' TO WRK-TETO-OK.
           PERFORM 007-PEDE-TETO UNTIL WRK-TETO-OK EQUAL 'S'.
           DISPLAY 'MOTIVO (BRANCO = DISSIDIO COLETIVO): '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO EQUAL SPACES
               MOVE 'DISSIDIO COLETIVO' TO WRK-MOTIVO
           END-IF.
           MOVE 'N' TO WRK-COMP-OK.
           PERFORM 008-PEDE-COMP-PAGTO UNTIL WRK-COMP-OK EQUAL 'S'.
           PERFORM 060-VERIFICA-FECHADA.
           PERFORM 062-VERIFICA-LOTE.
           PERFORM 064-VERIFICA-EVENTO.
           PERFORM 010-VERIFICA-REPETIDO.
           EVALUATE TRUE
               WHEN WRK-COMP-FECHADA-SW EQUAL 'S'
                   DISPLAY 'COMPETENCIA ' WRK-COMP-PAGTO
                       ' FECHADA - DISSIDIO RECUSADO.'
               WHEN WRK-LOTE-RODADO-SW EQUAL 'S'
                   DISPLAY 'LOTE DA COMPETENCIA ' WRK-COMP-PAGTO
                       ' JA PROCESSADO - INFORME A COMPETENCIA '
                       'SEGUINTE.'
               WHEN WRK-EVT-SITUACAO EQUAL 'X'
                   DISPLAY 'EVENTO ' WRK-EVT-DISSIDIO ' CADASTRADO '
                       'COM OUTRO USO - DISSIDIO RECUSADO.'
               WHEN WRK-PARAM-OK EQUAL 'R'
                   DISPLAY 'DISSIDIO DA EMPRESA ' WRK-EMP-CODIGO
                       ' COM VIGENCIA ' WRK-VIGENCIA
                       ' JA APLICADO (HISTSAL.TXT) - RECUSADO.'
               WHEN OTHER
                   MOVE 'S' TO WRK-PARAM-OK
           END-EVALUATE.

       005-PEDE-PCT.
           DISPLAY 'PERCENTUAL DE REAJUSTE (5 DIGITOS, EX.: 00650 = '
               '6,50%): '.
           MOVE SPACES TO WRK-PCT-ENTRADA.
           ACCEPT WRK-PCT-ENTRADA.
           INSPECT WRK-PCT-ENTRADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WRK-PCT-ENTRADA NOT NUMERIC
               DISPLAY 'PERCENTUAL DEVE CONTER APENAS DIGITOS.'
           ELSE
               MOVE WRK-PCT-ENTRADA TO WRK-PCT(1:5)
               IF WRK-PCT EQUAL ZEROS
                   DISPLAY 'PERCENTUAL ZERADO - DIGITE UM VALOR.'
               END-IF
           END-IF.

       006-PEDE-VIGENCIA.
           DISPLAY 'COMPETENCIA DE VIGENCIA (AAAAMM): '.
           MOVE SPACES TO WRK-VIGENCIA.
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA NOT NUMERIC
               OR WRK-VIGENCIA(5:2) LESS THAN '01'
               OR WRK-VIGENCIA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - USE AAAAMM.'
           ELSE
               MOVE 'S' TO WRK-COMP-OK
           END-IF.

       007-PEDE-TETO.
           DISPLAY 'TETO SALARIAL (10 DIGITOS, BRANCO = SEM TETO): '.
           MOVE SPACES TO WRK-TETO-ENTRADA.
           ACCEPT WRK-TETO-ENTRADA.
           MOVE ZEROS TO WRK-TETO.
           IF WRK-TETO-ENTRADA EQUAL SPACES
               MOVE 'S' TO WRK-TETO-OK
           ELSE
               INSPECT WRK-TETO-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WRK-TETO-ENTRADA NOT NUMERIC
                   DISPLAY 'TETO DEVE CONTER APENAS DIGITOS.'
               ELSE
                   MOVE WRK-TETO-ENTRADA TO WRK-TETO(1:10)
                   MOVE 'S' TO WRK-TETO-OK
               END-IF
           END-IF.

       008-PEDE-COMP-PAGTO.
           DISPLAY 'COMPETENCIA DO PAGAMENTO DAS DIFERENCAS (AAAAMM, '
               'BRANCO = MES ATUAL): '.
           MOVE SPACES TO WRK-COMP-PAGTO.
           ACCEPT WRK-COMP-PAGTO.
           IF WRK-COMP-PAGTO EQUAL SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMP-PAGTO
           END-IF.
           IF WRK-COMP-PAGTO NOT NUMERIC
               OR WRK-COMP-PAGTO(5:2) LESS THAN '01'
               OR WRK-COMP-PAGTO(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - USE AAAAMM.'
           ELSE
               IF WRK-COMP-PAGTO LESS THAN WRK-VIGENCIA
                   DISPLAY 'PAGAMENTO ANTERIOR A VIGENCIA - INFORME '
                       'A VIGENCIA OU UMA COMPETENCIA POSTERIOR.'
               ELSE
                   MOVE 'S' TO WRK-COMP-OK
               END-IF
           END-IF.

       010-VERIFICA-REPETIDO.
           OPEN INPUT HISTSAL.
           IF WS-HISTSAL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-HISTSAL
               READ HISTSAL AT END MOVE 1 TO FLAG-HISTSAL
               END-READ
               PERFORM 011-VERIFICA-REPETIDO-ITEM
                   UNTIL FLAG-HISTSAL EQUAL TO 1
               CLOSE HISTSAL
           END-IF.

       011-VERIFICA-REPETIDO-ITEM.
           IF HIST-EMP-CODIGO EQUAL WRK-EMP-CODIGO
               AND HIST-VIGENCIA EQUAL WRK-VIGENCIA
               MOVE 'R' TO WRK-PARAM-OK
               MOVE 1 TO FLAG-HISTSAL
           ELSE
               READ HISTSAL AT END MOVE 1 TO FLAG-HISTSAL
               END-READ
           END-IF.

       020-MONTA-PREVIA.
      **
      * Every employee of the company not desligado, with a valid
      * final salary, is raised. Above the ceiling the raise is the
      * one the ceiling itself gets - a fixed amount, as the
      * agreements usually put it.
      **
           MOVE ZEROS TO QTD-DISSIDIO.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 021-PREVIA-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.

       021-PREVIA-ITEM.
           IF (FUNC-EMP-CODIGO EQUAL WRK-EMP-CODIGO
               OR (FUNC-EMP-CODIGO EQUAL SPACES
               AND FUNC-EMPRESA EQUAL WRK-EMP-RAZAO))
               AND FUNC-SITUACAO NOT EQUAL 'D'
               AND FUNC-ULTIMSAL NUMERIC
               AND FUNC-ULTIMSAL GREATER THAN ZEROS
               IF QTD-DISSIDIO LESS THAN 500
                   MOVE FUNC-NOME TO WRK-NOME
                   MOVE FUNC-MATRICULA TO WRK-MATRICULA
                   MOVE FUNC-ULTIMSAL TO WRK-SAL-ATUAL
                   PERFORM 022-CALCULA-REAJUSTE
               ELSE
                   MOVE 1 TO FLAG-LIMITE-DISSIDIO
               END-IF
           END-IF.
           READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS.

       022-CALCULA-REAJUSTE.
           IF WRK-TETO GREATER THAN ZEROS
               AND WRK-SAL-ATUAL GREATER THAN WRK-TETO
               MOVE WRK-TETO TO WRK-BASE-REAJUSTE
           ELSE
               MOVE WRK-SAL-ATUAL TO WRK-BASE-REAJUSTE
           END-IF.
           COMPUTE WRK-AUMENTO ROUNDED =
               WRK-BASE-REAJUSTE * WRK-PCT / 100.
           PERFORM 023-CONTA-MESES-PAGOS.
           ADD 1 TO QTD-DISSIDIO.
           MOVE WRK-NOME TO TABDIS-NOME(QTD-DISSIDIO).
           MOVE WRK-MATRICULA TO TABDIS-MATRICULA(QTD-DISSIDIO).
           MOVE WRK-SAL-ATUAL TO TABDIS-SAL-ANTERIOR(QTD-DISSIDIO).
           COMPUTE TABDIS-SAL-NOVO(QTD-DISSIDIO) =
               WRK-SAL-ATUAL + WRK-AUMENTO.
           MOVE WRK-MESES TO TABDIS-MESES(QTD-DISSIDIO).
           COMPUTE TABDIS-RETRO(QTD-DISSIDIO) =
               WRK-AUMENTO * WRK-MESES.

       023-CONTA-MESES-PAGOS.
      **
      * Regular months (AAAAMM) from the vigencia up to the one
      * before the payment competencia that FOLHA.TXT or its
      * archive FOLHAARQ.TXT shows paid to the employee by this
      * company; each counted once. A vigencia months in the past
      * may reach back past the last PROG017 cutoff.
      **
           MOVE ZEROS TO WRK-MESES.
           MOVE ZEROS TO QTD-COMP-PAGAS.
           IF WRK-VIGENCIA LESS THAN WRK-COMP-PAGTO
               OPEN INPUT FOLHA
               IF WS-FOLHA-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-FOLHA
                   READ FOLHA AT END MOVE 1 TO FLAG-FOLHA
                   END-READ
                   PERFORM 024-MESES-ITEM
                       UNTIL FLAG-FOLHA EQUAL TO 1
                   CLOSE FOLHA
               END-IF
               OPEN INPUT FOLHAARQ
               IF WS-FOLHAARQ-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-FOLHA
                   READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA
                   END-READ
                   PERFORM 026-MESES-ARQ-ITEM
                       UNTIL FLAG-FOLHA EQUAL TO 1
                   CLOSE FOLHAARQ
               END-IF
           END-IF.

       024-MESES-ITEM.
           PERFORM 027-CONTA-MES.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA.

       025-PROCURA-COMP.
           IF COMP-PAGA(IDX-COMP) EQUAL FOLHA-COMPETENCIA
               MOVE 'S' TO WRK-COMP-ACHADA
           END-IF.

       026-MESES-ARQ-ITEM.
           MOVE FOLHAARQ-REG TO FOLHA-REG.
           PERFORM 027-CONTA-MES.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA.

       027-CONTA-MES.
      **
      * A payslip is the employee's by matricula; one written before
      * the matricula existed is recognised by the name.
      **
           MOVE 'N' TO WRK-FOLHA-DELE.
           IF FOLHA-MATRICULA NUMERIC
               AND FOLHA-MATRICULA GREATER THAN ZEROS
               IF FOLHA-MATRICULA EQUAL WRK-MATRICULA
                   MOVE 'S' TO WRK-FOLHA-DELE
               END-IF
           ELSE
               IF FOLHA-NOME EQUAL WRK-NOME
                   MOVE 'S' TO WRK-FOLHA-DELE
               END-IF
           END-IF.
           IF WRK-FOLHA-DELE EQUAL 'S'
               AND (FOLHA-EMP-CODIGO EQUAL WRK-EMP-CODIGO
               OR (FOLHA-EMP-CODIGO EQUAL SPACES
               AND FOLHA-EMPRESA EQUAL WRK-EMP-RAZAO))
               AND FOLHA-COMPETENCIA NUMERIC
               AND FOLHA-COMPETENCIA(5:2) NOT LESS THAN '01'
               AND FOLHA-COMPETENCIA(5:2) NOT GREATER THAN '12'
               AND FOLHA-COMPETENCIA NOT LESS THAN WRK-VIGENCIA
               AND FOLHA-COMPETENCIA LESS THAN WRK-COMP-PAGTO
               MOVE 'N' TO WRK-COMP-ACHADA
               PERFORM 025-PROCURA-COMP
                   VARYING IDX-COMP FROM 1 BY 1
                   UNTIL IDX-COMP GREATER THAN QTD-COMP-PAGAS
               IF WRK-COMP-ACHADA EQUAL 'N'
                   AND QTD-COMP-PAGAS LESS THAN 60
                   ADD 1 TO QTD-COMP-PAGAS
                   MOVE FOLHA-COMPETENCIA TO COMP-PAGA(QTD-COMP-PAGAS)
                   ADD 1 TO WRK-MESES
               END-IF
           END-IF.

       030-LISTA-PREVIA.
      **
      * The preview: nothing is written before the operator has
      * seen every salary, before and after, and the differences.
      **
           MOVE WRK-PCT TO WRK-PCT-ED.
           DISPLAY '#########################################'.
           DISPLAY 'PREVIA DO DISSIDIO - EMPRESA ' WRK-EMP-CODIGO ' '
               WRK-EMP-RAZAO.
           DISPLAY 'REAJUSTE: ' WRK-PCT-ED '%  VIGENCIA: '
               WRK-VIGENCIA '  PAGAMENTO: ' WRK-COMP-PAGTO.
           IF WRK-TETO GREATER THAN ZEROS
               MOVE WRK-TETO TO WRK-SAL-ED
               DISPLAY 'TETO: R$' WRK-SAL-ED
           END-IF.
           DISPLAY '#########################################'.
           MOVE ZEROS TO WRK-TOT-ANTERIOR.
           MOVE ZEROS TO WRK-TOT-NOVO.
           MOVE ZEROS TO WRK-TOT-RETRO.
           PERFORM 031-PREVIA-LINHA
               VARYING IDX-DISSIDIO FROM 1 BY 1
               UNTIL IDX-DISSIDIO GREATER THAN QTD-DISSIDIO.
           DISPLAY '#########################################'.
           MOVE QTD-DISSIDIO TO WRK-QTD-ED.
           DISPLAY 'FUNCIONARIOS REAJUSTADOS: ' WRK-QTD-ED.
           MOVE WRK-TOT-ANTERIOR TO WRK-TOTAL-ED.
           DISPLAY 'FOLHA MENSAL ANTES:  R$' WRK-TOTAL-ED.
           MOVE WRK-TOT-NOVO TO WRK-TOTAL-ED.
           DISPLAY 'FOLHA MENSAL DEPOIS: R$' WRK-TOTAL-ED.
           MOVE WRK-TOT-RETRO TO WRK-TOTAL-ED.
           DISPLAY 'DIFERENCAS A PAGAR:  R$' WRK-TOTAL-ED.
           DISPLAY '#########################################'.

       031-PREVIA-LINHA.
           MOVE TABDIS-SAL-ANTERIOR(IDX-DISSIDIO) TO WRK-SAL-ED.
           MOVE TABDIS-SAL-NOVO(IDX-DISSIDIO) TO WRK-SAL-NOVO-ED.
           MOVE TABDIS-MESES(IDX-DISSIDIO) TO WRK-MESES-ED.
           MOVE TABDIS-RETRO(IDX-DISSIDIO) TO WRK-RETRO-ED.
           DISPLAY TABDIS-NOME(IDX-DISSIDIO).
           DISPLAY '    DE R$' WRK-SAL-ED ' PARA R$' WRK-SAL-NOVO-ED
               '  MESES: ' WRK-MESES-ED '  DIF.: R$' WRK-RETRO-ED.
           ADD TABDIS-SAL-ANTERIOR(IDX-DISSIDIO) TO WRK-TOT-ANTERIOR.
           ADD TABDIS-SAL-NOVO(IDX-DISSIDIO) TO WRK-TOT-NOVO.
           ADD TABDIS-RETRO(IDX-DISSIDIO) TO WRK-TOT-RETRO.

       040-EFETIVA.
      **
      * Commits the run: new salaries in FUNCIONARIOS.DAT, one
      * history line per employee, the differences in
      * LANCAMENTOS.TXT for the payment competencia and the audit
      * trail entry.
      **
           PERFORM 041-REGRAVA-FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '00'
               PERFORM 045-GRAVA-HISTORICO
               IF WRK-TOT-RETRO GREATER THAN ZEROS
                   PERFORM 048-GRAVA-LANCAMENTOS
               END-IF
               PERFORM 055-GRAVA-AUDITORIA
               MOVE QTD-DISSIDIO TO WRK-QTD-ED
               DISPLAY 'DISSIDIO EFETIVADO: ' WRK-QTD-ED
                   ' SALARIO(S) REAJUSTADO(S).'
               IF WRK-QTD-LANC GREATER THAN ZEROS
                   MOVE WRK-QTD-LANC TO WRK-QTD-ED
                   DISPLAY WRK-QTD-ED ' DIFERENCA(S) LANCADA(S) PARA O '
                       'LOTE DE ' WRK-COMP-PAGTO '.'
               END-IF
           END-IF.

       041-REGRAVA-FUNCIONARIOS.
      **
      * One pass over FUNCIONARIOS.DAT in matricula order, each
      * employee raised REWRITten in place with the new salary.
      **
           OPEN I-O FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 042-REAJUSTA-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.

       042-REAJUSTA-ITEM.
           IF (FUNC-EMP-CODIGO EQUAL WRK-EMP-CODIGO
               OR (FUNC-EMP-CODIGO EQUAL SPACES
               AND FUNC-EMPRESA EQUAL WRK-EMP-RAZAO))
               AND FUNC-SITUACAO NOT EQUAL 'D'
               MOVE ZEROS TO IDX-DIS-ACHADO
               PERFORM 043-PROCURA-DISSIDIO
                   VARYING IDX-DISSIDIO FROM 1 BY 1
                   UNTIL IDX-DISSIDIO GREATER THAN QTD-DISSIDIO
               IF IDX-DIS-ACHADO GREATER THAN ZEROS
                   MOVE TABDIS-SAL-NOVO(IDX-DIS-ACHADO)
                       TO FUNC-ULTIMSAL
                   REWRITE FUNC-REG
                   IF WS-FUNC-STATUS NOT EQUAL '00'
                       DISPLAY 'ERRO AO REGRAVAR ' FUNC-NOME
                           ' - FILE STATUS: ' WS-FUNC-STATUS
                   END-IF
               END-IF
           END-IF.
           READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS.

       043-PROCURA-DISSIDIO.
           IF TABDIS-MATRICULA(IDX-DISSIDIO) EQUAL FUNC-MATRICULA
               MOVE IDX-DISSIDIO TO IDX-DIS-ACHADO
           END-IF.

       045-GRAVA-HISTORICO.
           OPEN EXTEND HISTSAL.
           IF WS-HISTSAL-STATUS EQUAL '35'
               OPEN OUTPUT HISTSAL
               CLOSE HISTSAL
               OPEN EXTEND HISTSAL
           END-IF.
           IF WS-HISTSAL-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR HISTSAL.TXT - FILE STATUS: '
                   WS-HISTSAL-STATUS
           ELSE
               PERFORM 046-HISTORICO-ITEM
                   VARYING IDX-DISSIDIO FROM 1 BY 1
                   UNTIL IDX-DISSIDIO GREATER THAN QTD-DISSIDIO
               CLOSE HISTSAL
           END-IF.

       046-HISTORICO-ITEM.
           MOVE SPACES TO HISTSAL-REG.
           MOVE TABDIS-NOME(IDX-DISSIDIO) TO HIST-NOME.
           MOVE TABDIS-MATRICULA(IDX-DISSIDIO) TO HIST-MATRICULA.
           MOVE WRK-EMP-CODIGO TO HIST-EMP-CODIGO.
           MOVE WRK-DATA-HOJE TO HIST-DATA.
           MOVE TABDIS-SAL-ANTERIOR(IDX-DISSIDIO) TO HIST-SAL-ANTERIOR.
           MOVE TABDIS-SAL-NOVO(IDX-DISSIDIO) TO HIST-SAL-NOVO.
           MOVE WRK-MOTIVO TO HIST-MOTIVO.
           MOVE WRK-VIGENCIA TO HIST-VIGENCIA.
           MOVE WRK-PCT TO HIST-PCT.
           MOVE TABDIS-MESES(IDX-DISSIDIO) TO HIST-MESES-RETRO.
           MOVE TABDIS-RETRO(IDX-DISSIDIO) TO HIST-VALOR-RETRO.
           MOVE WRK-COMP-PAGTO TO HIST-COMP-PAGTO.
           MOVE WS-OPERADOR-ATUAL TO HIST-OPERADOR.
           WRITE HISTSAL-REG.

       048-GRAVA-LANCAMENTOS.
      **
      * One money provento per employee with a difference, under
      * the dissidio event - registered here the first time.
      **
           IF WRK-EVT-SITUACAO EQUAL 'N'
               PERFORM 066-INCLUI-EVENTO
           END-IF.
           OPEN EXTEND LANCAMENTOS.
           IF WS-LANC-STATUS EQUAL '35'
               OPEN OUTPUT LANCAMENTOS
               CLOSE LANCAMENTOS
               OPEN EXTEND LANCAMENTOS
           END-IF.
           IF WS-LANC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR LANCAMENTOS.TXT - FILE STATUS: '
                   WS-LANC-STATUS
           ELSE
               PERFORM 049-LANCAMENTO-ITEM
                   VARYING IDX-DISSIDIO FROM 1 BY 1
                   UNTIL IDX-DISSIDIO GREATER THAN QTD-DISSIDIO
               CLOSE LANCAMENTOS
           END-IF.

       049-LANCAMENTO-ITEM.
           IF TABDIS-RETRO(IDX-DISSIDIO) GREATER THAN ZEROS
               MOVE SPACES TO LANCAMENTO-REG
               MOVE TABDIS-NOME(IDX-DISSIDIO) TO LANC-NOME
               MOVE TABDIS-MATRICULA(IDX-DISSIDIO) TO LANC-MATRICULA
               MOVE WRK-COMP-PAGTO TO LANC-COMPETENCIA
               MOVE WRK-EVT-DISSIDIO TO LANC-EVENTO
               MOVE 'P' TO LANC-TIPO
               MOVE ZEROS TO LANC-HORAS
               MOVE TABDIS-RETRO(IDX-DISSIDIO) TO LANC-VALOR
               MOVE WRK-DATA-HOJE TO LANC-DATA
               WRITE LANCAMENTO-REG
               IF WS-LANC-STATUS EQUAL '00'
                   ADD 1 TO WRK-QTD-LANC
               ELSE
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
                       WS-LANC-STATUS
               END-IF
           END-IF.

       055-GRAVA-AUDITORIA.
      **
      * One AUDITORIA.TXT line per run, with the company and the
      * vigencia of the agreement in AUD-MOTIVO.
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
               MOVE 'PROG041' TO AUD-PROGRAMA
               MOVE 'DISSIDIO' TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE SPACES TO AUD-MOTIVO
               STRING 'EMP ' WRK-EMP-CODIGO ' VIG ' WRK-VIGENCIA
                   DELIMITED BY SIZE INTO AUD-MOTIVO
               END-STRING
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       060-VERIFICA-FECHADA.
      **
      * Current state of the payment competencia in COMPCTL.TXT,
      * read the way PROG002 does: the last line citing the month
      * wins, and 'F' there means closed. No file means open.
      **
           MOVE 'N' TO WRK-COMP-FECHADA-SW.
           OPEN INPUT COMPCTL.
           IF WS-COMPCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-COMPCTL
               READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL
               END-READ
               PERFORM 061-VERIFICA-FECHADA-ITEM
                   UNTIL FLAG-COMPCTL EQUAL TO 1
               CLOSE COMPCTL
           END-IF.

       061-VERIFICA-FECHADA-ITEM.
           IF CTL-COMPETENCIA EQUAL WRK-COMP-PAGTO
               IF CTL-SITUACAO EQUAL 'F'
                   MOVE 'S' TO WRK-COMP-FECHADA-SW
               ELSE
                   MOVE 'N' TO WRK-COMP-FECHADA-SW
               END-IF
           END-IF.
           READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL.

       062-VERIFICA-LOTE.
      **
      * A PROG002 line in RUNCTL.TXT for the payment competencia
      * means its lote already ran and would never see the
      * differences.
      **
           MOVE 'N' TO WRK-LOTE-RODADO-SW.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RUNCTL
               READ RUNCTL AT END MOVE 1 TO FLAG-RUNCTL
               END-READ
               PERFORM 063-VERIFICA-LOTE-ITEM
                   UNTIL FLAG-RUNCTL EQUAL TO 1
               CLOSE RUNCTL
           END-IF.

       063-VERIFICA-LOTE-ITEM.
           IF RC-PROGRAMA EQUAL 'PROG002'
               AND RC-PERIODO(1:6) EQUAL WRK-COMP-PAGTO
               MOVE 'S' TO WRK-LOTE-RODADO-SW
           END-IF.
           READ RUNCTL AT END MOVE 1 TO FLAG-RUNCTL.

       064-VERIFICA-EVENTO.
      **
      * 'N' the dissidio event is not in EVENTOS.TXT yet, 'S' it is
      * there as a money provento, 'X' the code means something
      * else.
      **
           MOVE 'N' TO WRK-EVT-SITUACAO.
           OPEN INPUT EVENTOS.
           IF WS-EVENTOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EVENTOS
               READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS
               END-READ
               PERFORM 065-VERIFICA-EVENTO-ITEM
                   UNTIL FLAG-EVENTOS EQUAL TO 1
               CLOSE EVENTOS
           END-IF.

       065-VERIFICA-EVENTO-ITEM.
           IF EVT-CODIGO EQUAL WRK-EVT-DISSIDIO
               IF EVT-TIPO EQUAL 'P' AND EVT-FORMA EQUAL 'V'
                   MOVE 'S' TO WRK-EVT-SITUACAO
               ELSE
                   MOVE 'X' TO WRK-EVT-SITUACAO
               END-IF
               MOVE 1 TO FLAG-EVENTOS
           ELSE
               READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS
               END-READ
           END-IF.

       066-INCLUI-EVENTO.
           OPEN EXTEND EVENTOS.
           IF WS-EVENTOS-STATUS EQUAL '35'
               OPEN OUTPUT EVENTOS
               CLOSE EVENTOS
               OPEN EXTEND EVENTOS
           END-IF.
           IF WS-EVENTOS-STATUS EQUAL '00'
               MOVE WRK-EVT-DISSIDIO TO EVT-CODIGO
               MOVE 'DIFERENCA DISSIDIO' TO EVT-DESCRICAO
               MOVE 'P' TO EVT-TIPO
               MOVE 'V' TO EVT-FORMA
               MOVE ZEROS TO EVT-ADICIONAL
               MOVE 'S' TO EVT-INCIDE
               WRITE EVENTO-REG
               CLOSE EVENTOS
               DISPLAY 'EVENTO ' WRK-EVT-DISSIDIO
                   ' (DIFERENCA DISSIDIO) INCLUIDO EM EVENTOS.TXT.'
               MOVE 'S' TO WRK-EVT-SITUACAO
           END-IF.

       067-CONFERE-CONTROLE.
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
           MOVE 'PROG041' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG041.
