      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG034.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * LANCAMENTOS.TXT holds the month's variable events of each
      * employee - hora extra, falta, adiantamento, vale-transporte,
      * gratificacao - keyed in here and applied by the PROG002
      * lote of the same competencia, so nothing is paid or
      * discounted by hand outside the system anymore.
      *-----------------------
           SELECT LANCAMENTOS ASSIGN TO 'LANCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANC-STATUS.
      *-----------------------
      * EVENTOS.TXT is the event-code table: what each code means,
      * whether it pays or discounts, whether it is posted in hours
      * or in money and whether the brackets apply on top of it.
      *-----------------------
           SELECT EVENTOS ASSIGN TO 'EVENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTOS-STATUS.
      *-----------------------
      * FUNCIONARIOS.DAT (PROG009) is read only to refuse a
      * lancamento for someone the lote would never pay, and
      * COMPCTL.TXT (PROG002 modes 5/6) to refuse one stamped with
      * a competencia already closed.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT COMPCTL ASSIGN TO 'COMPCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPCTL-STATUS.
      *-----------------------
      * Work file for the exclusion: the lines kept go here on the
      * first pass and come back over LANCAMENTOS.TXT on the
      * second, the way PROG017 rewrites the history files.
      *-----------------------
           SELECT LANCTEMP ASSIGN TO 'LANCTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD LANCAMENTOS.
       COPY LANCAMENTO.
       FD EVENTOS.
       COPY EVENTO.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD COMPCTL.
       01 COMPCTL-REG.
           05 CTL-COMPETENCIA PIC X(6).
           05 CTL-SITUACAO PIC X(1).
           05 CTL-DATA PIC 9(8).
           05 CTL-OPERADOR PIC X(8).
       FD LANCTEMP.
       01 TEMP-REG PIC X(69).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 WS-LANC-STATUS PIC X(2) VALUE SPACES.
       77 WS-EVENTOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-COMPCTL-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-LANCAMENTOS PIC 9(1) VALUE 0.
       77 FLAG-EVENTOS PIC 9(1) VALUE 0.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-COMPCTL PIC 9(1) VALUE 0.
       77 FLAG-TEMP PIC 9(1) VALUE 0.
       77 WRITE-COUNT PIC 9(5) VALUE ZERO.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Campos de entrada do lancamento; o funcionario tem de
      * constar em FUNCIONARIOS.DAT e a competencia (AAAAMM, em
      * branco = mes atual) nao pode estar fechada. A matricula e
      * a do funcionario achado (zeros sem FUNCIONARIOS.DAT); as
      * linhas do arquivo casam por ela, pelo nome so as antigas.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MESMO-FUNC PIC X(1) VALUE 'N'.
       77 WRK-COMPETENCIA PIC X(6) VALUE SPACES.
       77 WRK-COMP-OK PIC X(1) VALUE 'N'.
       77 WRK-COMP-FECHADA-SW PIC X(1) VALUE 'N'.
       77 WRK-FUNC-ACHADO PIC X(1) VALUE 'N'.
      *-----------------------
      * Evento digitado e a linha da tabela que o descreve, copiada
      * para fora do FD antes que uma nova leitura a sobreponha.
       77 WRK-EVENTO PIC X(3) VALUE SPACES.
       77 WRK-EVT-ACHADO PIC X(1) VALUE 'N'.
       77 WRK-EVT-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-EVT-TIPO PIC X(1) VALUE SPACES.
       77 WRK-EVT-FORMA PIC X(1) VALUE SPACES.
       77 WRK-EVT-INCIDE PIC X(1) VALUE SPACES.
      *-----------------------
      * Entrada de horas (5 digitos, centesimos nas duas ultimas
      * posicoes), de valor (10 digitos, centavos nas duas ultimas)
      * e do adicional do evento (5 digitos, percentual com duas
      * casas), na forma do salario do PROG009.
       77 WRK-HORAS-ENTRADA PIC X(5) VALUE SPACES.
       77 WRK-HORAS-NUM PIC 9(3)V99 VALUE ZEROS.
       77 WRK-HORAS-ED PIC ZZ9.99 VALUE ZEROS.
       77 WRK-VALOR-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(8)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(7)9.99 VALUE ZEROS.
       77 WRK-ADIC-ENTRADA PIC X(5) VALUE SPACES.
       77 WRK-ADIC-NUM PIC 9(3)V99 VALUE ZEROS.
      *-----------------------
      * Listagem da competencia: totais de proventos e descontos em
      * valor (os lancamentos em horas so o lote valoriza, pelo
      * salario do funcionario).
       77 WRK-QTD-LISTA PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-PROVENTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-HORAS PIC 9(7)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-TOT-HORAS-ED PIC Z(6)9.99 VALUE ZEROS.
      *-----------------------
      * Exclusao: a primeira linha que casa com funcionario,
      * competencia e evento fica fora do arquivo de trabalho.
       77 WRK-EXCLUIDO PIC X(1) VALUE 'N'.
       77 WRK-CONFIRMA PIC X(1) VALUE 'N'.
       77 WRK-LANC-EXCLUIDO PIC X(69) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'MODO: (1) NOVO LANCAMENTO  (2) LISTAR COMPETENCIA'.
           DISPLAY '      (3) EXCLUIR LANCAMENTO'.
           DISPLAY '      (4) NOVO EVENTO  (5) LISTAR EVENTOS'.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 020-LISTA
               WHEN '3'
                   PERFORM 030-EXCLUI
               WHEN '4'
                   PERFORM 040-INCLUI-EVENTO
               WHEN '5'
                   PERFORM 050-LISTA-EVENTOS
               WHEN OTHER
                   PERFORM 001-INCLUI
           END-EVALUATE.
           GOBACK.

       001-INCLUI.
      **
      * Appends the month's events to LANCAMENTOS.TXT through
      * prompted, validated entry; without an event table there is
      * nothing valid to post, so the clerk is sent to mode (4).
      * The first run on a brand-new machine builds the file first.
      **
           OPEN INPUT EVENTOS.
           IF WS-EVENTOS-STATUS NOT EQUAL '00'
               DISPLAY 'EVENTOS.TXT NAO ENCONTRADO - CADASTRE OS '
                   'EVENTOS NO MODO (4) ANTES DOS LANCAMENTOS.'
           ELSE
               CLOSE EVENTOS
               OPEN EXTEND LANCAMENTOS
               IF WS-LANC-STATUS EQUAL '35'
                   OPEN OUTPUT LANCAMENTOS
                   CLOSE LANCAMENTOS
                   OPEN EXTEND LANCAMENTOS
               END-IF
               IF WS-LANC-STATUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR LANCAMENTOS.TXT - FILE '
                       'STATUS: ' WS-LANC-STATUS
               ELSE
                   PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
                       AND CONTINUA NOT EQUAL TO 's'
                   CLOSE LANCAMENTOS
                   DISPLAY '#########################################'
                   MOVE WRITE-COUNT TO COUNTER
                   DISPLAY COUNTER ' LANCAMENTO(S) REGISTRADO(S).'
               END-IF
           END-IF.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 003-ACEITA-FUNCIONARIO.
           PERFORM 007-ACEITA-COMPETENCIA.
           PERFORM 010-ACEITA-EVENTO.
           MOVE SPACES TO LANCAMENTO-REG.
           MOVE WRK-NOME TO LANC-NOME.
           MOVE WRK-MATRICULA TO LANC-MATRICULA.
           MOVE WRK-COMPETENCIA TO LANC-COMPETENCIA.
           MOVE WRK-EVENTO TO LANC-EVENTO.
           MOVE WRK-EVT-TIPO TO LANC-TIPO.
           MOVE ZEROS TO LANC-HORAS.
           MOVE ZEROS TO LANC-VALOR.
           IF WRK-EVT-FORMA EQUAL 'H'
               DISPLAY 'HORAS DE ' WRK-EVT-DESCRICAO
               PERFORM 014-ACEITA-HORAS
               MOVE WRK-HORAS-NUM TO LANC-HORAS
           ELSE
               DISPLAY 'VALOR DE ' WRK-EVT-DESCRICAO
               PERFORM 016-ACEITA-VALOR
               MOVE WRK-VALOR-NUM TO LANC-VALOR
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO LANC-DATA.
           WRITE LANCAMENTO-REG.
           IF WS-LANC-STATUS EQUAL '00'
               ADD 1 TO WRITE-COUNT
           ELSE
               DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
                   WS-LANC-STATUS
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       003-ACEITA-FUNCIONARIO.
      **
      * Re-prompts until the name is filled in and found in
      * FUNCIONARIOS.DAT; a lancamento for a name the lote never
      * reads would just sit there unpaid. With no employee file at
      * all the name is taken as typed, with a warning.
      **
           MOVE SPACES TO WRK-NOME.
           PERFORM 004-PEDE-FUNCIONARIO UNTIL WRK-NOME NOT EQUAL
               TO SPACES.

       004-PEDE-FUNCIONARIO.
           DISPLAY 'FUNCIONARIO: '.
           ACCEPT WRK-NOME.
           IF WRK-NOME EQUAL TO SPACES
               DISPLAY 'NOME EM BRANCO - DIGITE UM NOME VALIDO.'
           ELSE
               PERFORM 005-PROCURA-FUNCIONARIO
               IF WRK-FUNC-ACHADO EQUAL 'N'
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO EM '
                       'FUNCIONARIOS.DAT.'
                   MOVE SPACES TO WRK-NOME
               END-IF
           END-IF.

       005-PROCURA-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           MOVE ZEROS TO WRK-MATRICULA.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: FUNCIONARIOS.DAT NAO ENCONTRADO - NOME '
                   'ACEITO SEM CONFERENCIA.'
               MOVE 'S' TO WRK-FUNC-ACHADO
           ELSE
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 006-PROCURA-FUNC-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.

       006-PROCURA-FUNC-ITEM.
           IF FUNC-NOME EQUAL WRK-NOME
               MOVE 'S' TO WRK-FUNC-ACHADO
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
               MOVE 1 TO FLAG-FUNCIONARIOS
           ELSE
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
           END-IF.

       007-ACEITA-COMPETENCIA.
      **
      * Re-prompts until the competencia is a valid AAAAMM (blank
      * means the current month) that COMPCTL.TXT does not show as
      * closed - a closed month refuses anything new.
      **
           MOVE 'N' TO WRK-COMP-OK.
           PERFORM 008-PEDE-COMPETENCIA UNTIL WRK-COMP-OK EQUAL 'S'.

       008-PEDE-COMPETENCIA.
           DISPLAY 'COMPETENCIA (AAAAMM, BRANCO = MES ATUAL): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA EQUAL SPACES
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA NOT NUMERIC
               OR WRK-COMPETENCIA(5:2) LESS THAN '01'
               OR WRK-COMPETENCIA(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - USE AAAAMM.'
           ELSE
               PERFORM 060-VERIFICA-FECHADA
               IF WRK-COMP-FECHADA-SW EQUAL 'S'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' FECHADA - LANCAMENTO RECUSADO.'
               ELSE
                   MOVE 'S' TO WRK-COMP-OK
               END-IF
           END-IF.

       010-ACEITA-EVENTO.
      **
      * Re-prompts until the code is found in EVENTOS.TXT; the
      * event's tipo and forma decide what is stamped on the line
      * and whether hours or an amount are asked next.
      **
           MOVE 'N' TO WRK-EVT-ACHADO.
           PERFORM 011-PEDE-EVENTO UNTIL WRK-EVT-ACHADO EQUAL 'S'.

       011-PEDE-EVENTO.
           DISPLAY 'CODIGO DO EVENTO: '.
           MOVE SPACES TO WRK-EVENTO.
           ACCEPT WRK-EVENTO.
           PERFORM 012-PROCURA-EVENTO.
           IF WRK-EVT-ACHADO EQUAL 'N'
               DISPLAY 'EVENTO NAO CADASTRADO - CONSULTE O MODO (5).'
           ELSE
               DISPLAY 'EVENTO: ' WRK-EVT-DESCRICAO
           END-IF.

       012-PROCURA-EVENTO.
           MOVE 'N' TO WRK-EVT-ACHADO.
           OPEN INPUT EVENTOS.
           IF WS-EVENTOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EVENTOS
               READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS
               END-READ
               PERFORM 013-PROCURA-EVENTO-ITEM
                   UNTIL FLAG-EVENTOS EQUAL TO 1
               CLOSE EVENTOS
           END-IF.

       013-PROCURA-EVENTO-ITEM.
           IF EVT-CODIGO EQUAL WRK-EVENTO
               MOVE 'S' TO WRK-EVT-ACHADO
               MOVE EVT-DESCRICAO TO WRK-EVT-DESCRICAO
               MOVE EVT-TIPO TO WRK-EVT-TIPO
               MOVE EVT-FORMA TO WRK-EVT-FORMA
               MOVE 1 TO FLAG-EVENTOS
           ELSE
               READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS
               END-READ
           END-IF.

       014-ACEITA-HORAS.
      **
      * Re-prompts until the hours are digits only (five positions,
      * hundredths implied in the last two) and not zero.
      **
           MOVE SPACES TO WRK-HORAS-ENTRADA.
           MOVE ZEROS TO WRK-HORAS-NUM.
           PERFORM 015-PEDE-HORAS UNTIL WRK-HORAS-NUM GREATER
               THAN ZEROS.

       015-PEDE-HORAS.
           DISPLAY 'HORAS (5 DIGITOS, CENTESIMOS NO FINAL): '.
           ACCEPT WRK-HORAS-ENTRADA.
           IF WRK-HORAS-ENTRADA EQUAL SPACES
               DISPLAY 'HORAS EM BRANCO - DIGITE UM VALOR.'
           ELSE
               INSPECT WRK-HORAS-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WRK-HORAS-ENTRADA NOT NUMERIC
                   DISPLAY 'HORAS DEVEM CONTER APENAS DIGITOS.'
               ELSE
                   MOVE WRK-HORAS-ENTRADA TO WRK-HORAS-NUM(1:5)
                   IF WRK-HORAS-NUM EQUAL ZEROS
                       DISPLAY 'HORAS ZERADAS - DIGITE UM VALOR.'
                   END-IF
               END-IF
           END-IF.

       016-ACEITA-VALOR.
      **
      * Re-prompts until the amount is digits only (ten positions,
      * cents implied in the last two) and not zero.
      **
           MOVE SPACES TO WRK-VALOR-ENTRADA.
           MOVE ZEROS TO WRK-VALOR-NUM.
           PERFORM 017-PEDE-VALOR UNTIL WRK-VALOR-NUM GREATER
               THAN ZEROS.

       017-PEDE-VALOR.
           DISPLAY 'VALOR (10 DIGITOS, CENTAVOS NO FINAL): '.
           ACCEPT WRK-VALOR-ENTRADA.
           IF WRK-VALOR-ENTRADA EQUAL SPACES
               DISPLAY 'VALOR EM BRANCO - DIGITE UM VALOR.'
           ELSE
               INSPECT WRK-VALOR-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WRK-VALOR-ENTRADA NOT NUMERIC
                   DISPLAY 'VALOR DEVE CONTER APENAS DIGITOS.'
               ELSE
                   MOVE WRK-VALOR-ENTRADA TO WRK-VALOR-NUM(1:10)
                   IF WRK-VALOR-NUM EQUAL ZEROS
                       DISPLAY 'VALOR ZERADO - DIGITE UM VALOR.'
                   END-IF
               END-IF
           END-IF.

       020-LISTA.
      **
      * Lists the lancamentos of one competencia - of one employee,
      * or of everybody when the name is left blank - closing with
      * the count and the proventos/descontos posted in money and
      * the hours posted.
      **
           DISPLAY 'COMPETENCIA A LISTAR (AAAAMM): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           DISPLAY 'FUNCIONARIO (BRANCO = TODOS): '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           MOVE ZEROS TO WRK-MATRICULA.
           IF WRK-NOME NOT EQUAL SPACES
               PERFORM 005-PROCURA-FUNCIONARIO
           END-IF.
           OPEN INPUT LANCAMENTOS.
           IF WS-LANC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR LANCAMENTOS.TXT - FILE STATUS: '
                   WS-LANC-STATUS
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'LANCAMENTOS DA COMPETENCIA ' WRK-COMPETENCIA
               DISPLAY '#########################################'
               MOVE ZEROS TO WRK-QTD-LISTA
               MOVE ZEROS TO WRK-TOT-PROVENTOS
               MOVE ZEROS TO WRK-TOT-DESCONTOS
               MOVE ZEROS TO WRK-TOT-HORAS
               MOVE 0 TO FLAG-LANCAMENTOS
               READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS
               END-READ
               PERFORM 021-LISTA-ITEM
                   UNTIL FLAG-LANCAMENTOS EQUAL TO 1
               CLOSE LANCAMENTOS
               DISPLAY '#########################################'
               MOVE WRK-QTD-LISTA TO COUNTER
               DISPLAY 'LANCAMENTOS LISTADOS: ' COUNTER
               MOVE WRK-TOT-PROVENTOS TO WRK-TOTAL-ED
               DISPLAY 'PROVENTOS EM VALOR: R$' WRK-TOTAL-ED
               MOVE WRK-TOT-DESCONTOS TO WRK-TOTAL-ED
               DISPLAY 'DESCONTOS EM VALOR: R$' WRK-TOTAL-ED
               MOVE WRK-TOT-HORAS TO WRK-TOT-HORAS-ED
               DISPLAY 'HORAS LANCADAS:     ' WRK-TOT-HORAS-ED
           END-IF.

       021-LISTA-ITEM.
           PERFORM 062-MESMO-FUNCIONARIO.
           IF LANC-COMPETENCIA EQUAL WRK-COMPETENCIA
               AND (WRK-NOME EQUAL SPACES
               OR WRK-MESMO-FUNC EQUAL 'S')
               ADD 1 TO WRK-QTD-LISTA
               IF LANC-HORAS NUMERIC AND LANC-HORAS GREATER THAN ZEROS
                   MOVE LANC-HORAS TO WRK-HORAS-ED
                   DISPLAY LANC-NOME ' ' LANC-EVENTO ' ' LANC-TIPO
                       ' HORAS: ' WRK-HORAS-ED
                   ADD LANC-HORAS TO WRK-TOT-HORAS
               ELSE
                   IF LANC-VALOR NUMERIC
                       MOVE LANC-VALOR TO WRK-VALOR-ED
                       DISPLAY LANC-NOME ' ' LANC-EVENTO ' ' LANC-TIPO
                           ' VALOR: R$' WRK-VALOR-ED
                       IF LANC-TIPO EQUAL 'D'
                           ADD LANC-VALOR TO WRK-TOT-DESCONTOS
                       ELSE
                           ADD LANC-VALOR TO WRK-TOT-PROVENTOS
                       END-IF
                   ELSE
                       DISPLAY LANC-NOME ' ' LANC-EVENTO ' ' LANC-TIPO
                           ' (VALOR INVALIDO)'
                   END-IF
               END-IF
           END-IF.
           READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS.

       030-EXCLUI.
      **
      * Removes one lancamento (employee, competencia and event
      * code): the first pass copies every other line to the work
      * file and shows the one left out; only after the clerk
      * confirms does the second pass write the work file back over
      * LANCAMENTOS.TXT. A closed competencia refuses the change.
      **
           DISPLAY 'FUNCIONARIO: '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           PERFORM 005-PROCURA-FUNCIONARIO.
           DISPLAY 'COMPETENCIA (AAAAMM): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           DISPLAY 'CODIGO DO EVENTO: '.
           MOVE SPACES TO WRK-EVENTO.
           ACCEPT WRK-EVENTO.
           PERFORM 060-VERIFICA-FECHADA.
           IF WRK-COMP-FECHADA-SW EQUAL 'S'
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                   ' FECHADA - EXCLUSAO RECUSADA.'
           ELSE
               OPEN INPUT LANCAMENTOS
               IF WS-LANC-STATUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR LANCAMENTOS.TXT - FILE '
                       'STATUS: ' WS-LANC-STATUS
               ELSE
                   MOVE 'N' TO WRK-EXCLUIDO
                   OPEN OUTPUT LANCTEMP
                   MOVE 0 TO FLAG-LANCAMENTOS
                   READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS
                   END-READ
                   PERFORM 031-EXCLUI-ITEM
                       UNTIL FLAG-LANCAMENTOS EQUAL TO 1
                   CLOSE LANCAMENTOS
                   CLOSE LANCTEMP
                   PERFORM 032-CONFIRMA-EXCLUSAO
               END-IF
           END-IF.

       031-EXCLUI-ITEM.
           PERFORM 062-MESMO-FUNCIONARIO.
           IF WRK-EXCLUIDO EQUAL 'N'
               AND WRK-MESMO-FUNC EQUAL 'S'
               AND LANC-COMPETENCIA EQUAL WRK-COMPETENCIA
               AND LANC-EVENTO EQUAL WRK-EVENTO
               MOVE 'S' TO WRK-EXCLUIDO
               MOVE LANCAMENTO-REG TO WRK-LANC-EXCLUIDO
           ELSE
               MOVE LANCAMENTO-REG TO TEMP-REG
               WRITE TEMP-REG
           END-IF.
           READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS.

       032-CONFIRMA-EXCLUSAO.
           IF WRK-EXCLUIDO EQUAL 'N'
               DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
           ELSE
               MOVE WRK-LANC-EXCLUIDO TO LANCAMENTO-REG
               DISPLAY 'LANCAMENTO: ' LANC-NOME ' ' LANC-COMPETENCIA
                   ' ' LANC-EVENTO ' ' LANC-TIPO
               DISPLAY 'CONFIRMA EXCLUSAO? S/N'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   PERFORM 033-REGRAVA-LANCAMENTOS
                   DISPLAY 'LANCAMENTO EXCLUIDO.'
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA - ARQUIVO INALTERADO.'
               END-IF
           END-IF.

       033-REGRAVA-LANCAMENTOS.
           OPEN INPUT LANCTEMP.
           OPEN OUTPUT LANCAMENTOS.
           MOVE 0 TO FLAG-TEMP.
           READ LANCTEMP AT END MOVE 1 TO FLAG-TEMP
           END-READ.
           PERFORM 034-VOLTA-ITEM UNTIL FLAG-TEMP EQUAL TO 1.
           CLOSE LANCTEMP.
           CLOSE LANCAMENTOS.

       034-VOLTA-ITEM.
           MOVE TEMP-REG TO LANCAMENTO-REG.
           WRITE LANCAMENTO-REG.
           READ LANCTEMP AT END MOVE 1 TO FLAG-TEMP.

       040-INCLUI-EVENTO.
      **
      * Adds one code to the event table: a code already on file is
      * refused, tipo must be P or D, forma H or V, and only an
      * hours event carries an adicional percentage (50,00 for the
      * usual hora extra). The first event builds the file.
      **
           DISPLAY 'CODIGO DO EVENTO (3 POSICOES): '.
           MOVE SPACES TO WRK-EVENTO.
           ACCEPT WRK-EVENTO.
           PERFORM 012-PROCURA-EVENTO.
           IF WRK-EVENTO EQUAL SPACES
               DISPLAY 'CODIGO EM BRANCO - EVENTO NAO INCLUIDO.'
           ELSE
               IF WRK-EVT-ACHADO EQUAL 'S'
                   DISPLAY 'EVENTO JA CADASTRADO: ' WRK-EVT-DESCRICAO
               ELSE
                   PERFORM 041-ACEITA-DADOS-EVENTO
                   OPEN EXTEND EVENTOS
                   IF WS-EVENTOS-STATUS EQUAL '35'
                       OPEN OUTPUT EVENTOS
                       CLOSE EVENTOS
                       OPEN EXTEND EVENTOS
                   END-IF
                   MOVE WRK-EVENTO TO EVT-CODIGO
                   MOVE WRK-EVT-DESCRICAO TO EVT-DESCRICAO
                   MOVE WRK-EVT-TIPO TO EVT-TIPO
                   MOVE WRK-EVT-FORMA TO EVT-FORMA
                   MOVE WRK-ADIC-NUM TO EVT-ADICIONAL
                   MOVE WRK-EVT-INCIDE TO EVT-INCIDE
                   WRITE EVENTO-REG
                   IF WS-EVENTOS-STATUS EQUAL '00'
                       DISPLAY 'EVENTO ' WRK-EVENTO ' INCLUIDO.'
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE '
                           'STATUS: ' WS-EVENTOS-STATUS
                   END-IF
                   CLOSE EVENTOS
               END-IF
           END-IF.

       041-ACEITA-DADOS-EVENTO.
           MOVE SPACES TO WRK-EVT-DESCRICAO.
           PERFORM 042-PEDE-DESCRICAO
               UNTIL WRK-EVT-DESCRICAO NOT EQUAL SPACES.
           MOVE SPACES TO WRK-EVT-TIPO.
           PERFORM 043-PEDE-TIPO
               UNTIL WRK-EVT-TIPO EQUAL 'P' OR WRK-EVT-TIPO EQUAL 'D'.
           MOVE SPACES TO WRK-EVT-FORMA.
           PERFORM 044-PEDE-FORMA
               UNTIL WRK-EVT-FORMA EQUAL 'H'
               OR WRK-EVT-FORMA EQUAL 'V'.
           MOVE ZEROS TO WRK-ADIC-NUM.
           IF WRK-EVT-FORMA EQUAL 'H'
               MOVE SPACES TO WRK-ADIC-ENTRADA
               PERFORM 045-PEDE-ADICIONAL
                   UNTIL WRK-ADIC-ENTRADA NUMERIC
               MOVE WRK-ADIC-ENTRADA TO WRK-ADIC-NUM(1:5)
           END-IF.
           MOVE SPACES TO WRK-EVT-INCIDE.
           PERFORM 046-PEDE-INCIDE
               UNTIL WRK-EVT-INCIDE EQUAL 'S'
               OR WRK-EVT-INCIDE EQUAL 'N'.

       042-PEDE-DESCRICAO.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-EVT-DESCRICAO.
           IF WRK-EVT-DESCRICAO EQUAL SPACES
               DISPLAY 'DESCRICAO EM BRANCO - DIGITE UMA DESCRICAO.'
           END-IF.

       043-PEDE-TIPO.
           DISPLAY 'TIPO: (P) PROVENTO  (D) DESCONTO'.
           ACCEPT WRK-EVT-TIPO.
           INSPECT WRK-EVT-TIPO CONVERTING 'pd' TO 'PD'.
           IF WRK-EVT-TIPO NOT EQUAL 'P' AND WRK-EVT-TIPO NOT EQUAL 'D'
               DISPLAY 'TIPO INVALIDO - RESPONDA P OU D.'
           END-IF.

       044-PEDE-FORMA.
           DISPLAY 'FORMA: (H) HORAS  (V) VALOR'.
           ACCEPT WRK-EVT-FORMA.
           INSPECT WRK-EVT-FORMA CONVERTING 'hv' TO 'HV'.
           IF WRK-EVT-FORMA NOT EQUAL 'H'
               AND WRK-EVT-FORMA NOT EQUAL 'V'
               DISPLAY 'FORMA INVALIDA - RESPONDA H OU V.'
           END-IF.

       045-PEDE-ADICIONAL.
           DISPLAY 'ADICIONAL SOBRE A HORA (5 DIGITOS, EX.: 05000 = '
               '50,00%): '.
           ACCEPT WRK-ADIC-ENTRADA.
           INSPECT WRK-ADIC-ENTRADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WRK-ADIC-ENTRADA NOT NUMERIC
               DISPLAY 'ADICIONAL DEVE CONTER APENAS DIGITOS.'
           END-IF.

       046-PEDE-INCIDE.
           DISPLAY 'ENTRA NA BASE DAS FAIXAS DE DESCONTO? S/N'.
           ACCEPT WRK-EVT-INCIDE.
           INSPECT WRK-EVT-INCIDE CONVERTING 'sn' TO 'SN'.
           IF WRK-EVT-INCIDE NOT EQUAL 'S'
               AND WRK-EVT-INCIDE NOT EQUAL 'N'
               DISPLAY 'RESPONDA S OU N.'
           END-IF.

       050-LISTA-EVENTOS.
      **
      * Lists the event table: code, description, P/D, H/V, the
      * adicional of the hours events and the bracket incidence.
      **
           OPEN INPUT EVENTOS.
           IF WS-EVENTOS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EVENTOS.TXT - FILE STATUS: '
                   WS-EVENTOS-STATUS
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'COD DESCRICAO            T F ADIC.  BASE'
               DISPLAY '#########################################'
               MOVE 0 TO FLAG-EVENTOS
               READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS
               END-READ
               PERFORM 051-LISTA-EVENTO-ITEM
                   UNTIL FLAG-EVENTOS EQUAL TO 1
               CLOSE EVENTOS
           END-IF.

       051-LISTA-EVENTO-ITEM.
           MOVE EVT-ADICIONAL TO WRK-HORAS-ED.
           DISPLAY EVT-CODIGO ' ' EVT-DESCRICAO ' ' EVT-TIPO ' '
               EVT-FORMA ' ' WRK-HORAS-ED ' ' EVT-INCIDE.
           READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS.

       060-VERIFICA-FECHADA.
      **
      * Current state of WRK-COMPETENCIA in COMPCTL.TXT, read the
      * way PROG002 does: the last line citing the month wins, and
      * 'F' there means closed. No file means open.
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
           IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               IF CTL-SITUACAO EQUAL 'F'
                   MOVE 'S' TO WRK-COMP-FECHADA-SW
               ELSE
                   MOVE 'N' TO WRK-COMP-FECHADA-SW
               END-IF
           END-IF.
           READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL.

       062-MESMO-FUNCIONARIO.
      **
      * Whether the line read is the employee asked for: by the
      * matricula; by the name when the line predates it or there
      * was no employee file to give one.
      **
           MOVE 'N' TO WRK-MESMO-FUNC.
           IF LANC-MATRICULA NUMERIC
               AND LANC-MATRICULA GREATER THAN ZEROS
               AND WRK-MATRICULA GREATER THAN ZEROS
               IF LANC-MATRICULA EQUAL WRK-MATRICULA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           ELSE
               IF LANC-NOME EQUAL WRK-NOME
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM PROG034.
