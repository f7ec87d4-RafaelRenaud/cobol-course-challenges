      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG053.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * CALENDARIO.TXT is the school calendar of every year on file:
      * start and end of the ano letivo, bimestre boundaries,
      * feriados, recessos and extra school days, kept in date
      * order. PROG025 refuses a call on a day it does not make
      * letivo and PROG004 counts the year's class hours from it.
      *-----------------------
           SELECT CALENDARIO ASSIGN TO 'CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
      *-----------------------
      * HORARIO.TXT is the weekly timetable: class hours of each
      * turma and materia per weekday, kept in turma, materia and
      * weekday order.
      *-----------------------
           SELECT HORARIO ASSIGN TO 'HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOR-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CALENDARIO.
       COPY CALENDARIO.
       FD HORARIO.
       COPY HORARIO.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-CALENDARIO PIC 9(1) VALUE 0.
       77 FLAG-HORARIO PIC 9(1) VALUE 0.
       77 WS-CAL-STATUS PIC X(2) VALUE SPACES.
       77 WS-HOR-STATUS PIC X(2) VALUE SPACES.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-ALTERADO PIC X(1) VALUE 'N'.
      *-----------------------
      * Campos de entrada. Datas em AAAAMMDD; uma data que nao
      * existe no calendario civil e recusada.
       77 WRK-TIPO PIC X(1) VALUE SPACES.
       77 WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-DATA-LIDA PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-EVENTO PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-NUMERO-ENTRADA PIC X(3) VALUE SPACES.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-DATA-FIM-ED PIC 9999/99/99 VALUE ZEROS.
      *-----------------------
      * Calendario inteiro em tabela, em ordem de data, regravado
      * no fim da manutencao (um arquivo LINE SEQUENTIAL nao
      * comporta REWRITE no lugar).
       01 TABELA-CALENDARIO.
           05 CALEND-ITEM OCCURS 200 TIMES.
               10 TABCAL-TIPO PIC X(1).
               10 TABCAL-DATA PIC 9(8).
               10 TABCAL-DATA-FIM PIC 9(8).
               10 TABCAL-DESCRICAO PIC X(30).
       77 QTD-CALENDARIO PIC 9(3) VALUE ZEROS.
       77 IDX-CAL PIC 9(3) VALUE ZEROS.
       77 IDX-CAL-ACHADO PIC 9(3) VALUE ZEROS.
       77 IDX-CAL-DESTINO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Grade semanal inteira em tabela, em ordem de turma, materia
      * e dia da semana.
       01 TABELA-HORARIO.
           05 HORARIO-ITEM OCCURS 300 TIMES.
               10 TABHOR-CHAVE.
                   15 TABHOR-TURMA PIC X(6).
                   15 TABHOR-MATERIA PIC X(15).
                   15 TABHOR-DIA-SEMANA PIC 9(1).
               10 TABHOR-AULAS PIC 9(1).
       77 QTD-HORARIO PIC 9(3) VALUE ZEROS.
       77 IDX-HOR PIC 9(3) VALUE ZEROS.
       77 IDX-HOR-ACHADO PIC 9(3) VALUE ZEROS.
       77 IDX-HOR-DESTINO PIC 9(3) VALUE ZEROS.
       01 WRK-CHAVE-HORARIO.
           05 WRK-HOR-TURMA PIC X(6).
           05 WRK-HOR-MATERIA PIC X(15).
           05 WRK-HOR-DIA PIC 9(1).
       77 WRK-AULAS-ENTRADA PIC X(1) VALUE SPACES.
       77 WRK-DIA-ENTRADA PIC X(1) VALUE SPACES.
      *-----------------------
      * Apuracao dos dias letivos do ano: inicio e fim do ano
      * letivo, dia em exame (data e numero do dia), dia da semana
      * (1 segunda ... 7 domingo) e dias letivos por dia da semana
      * e por bimestre (0 = antes do primeiro bimestre marcado).
       77 WRK-ANO PIC X(4) VALUE SPACES.
       77 WRK-ANO-ENTRADA PIC X(4) VALUE SPACES.
       77 WRK-CAL-INICIO PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-DIA PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-NUM PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-NUM-FIM PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-AUX PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-QUOC PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-RESTO PIC 9(1) VALUE ZEROS.
       77 WRK-DIA-SEMANA PIC 9(1) VALUE ZEROS.
       77 WRK-DIA-LETIVO PIC X(1) VALUE 'N'.
       77 WRK-DIA-FERIADO PIC X(1) VALUE 'N'.
       77 WRK-DIA-EXTRA PIC X(1) VALUE 'N'.
       77 WRK-BIMESTRE PIC 9(1) VALUE ZEROS.
       01 TABELA-DIAS-SEMANA.
           05 DIAS-SEMANA PIC 9(3) OCCURS 7 TIMES.
       01 TABELA-DIAS-BIMESTRE.
           05 DIAS-BIMESTRE PIC 9(3) OCCURS 10 TIMES.
       77 WRK-DIAS-LETIVOS PIC 9(3) VALUE ZEROS.
       77 IDX-SEMANA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Grade com carga horaria: quebra por turma e materia.
       77 WRK-GRUPO-ANT PIC X(21) VALUE SPACES.
       77 WRK-AULAS-SEMANA PIC 9(3) VALUE ZEROS.
       77 WRK-CARGA-HORARIA PIC 9(4) VALUE ZEROS.
       77 WRK-LIMITE-FALTAS PIC 9(4) VALUE ZEROS.
       01 TABELA-NOMES-DIAS.
           05 FILLER PIC X(7) VALUE 'SEGUNDA'.
           05 FILLER PIC X(7) VALUE 'TERCA'.
           05 FILLER PIC X(7) VALUE 'QUARTA'.
           05 FILLER PIC X(7) VALUE 'QUINTA'.
           05 FILLER PIC X(7) VALUE 'SEXTA'.
           05 FILLER PIC X(7) VALUE 'SABADO'.
           05 FILLER PIC X(7) VALUE 'DOMINGO'.
       01 TABELA-NOMES-DIAS-R REDEFINES TABELA-NOMES-DIAS.
           05 NOME-DIA PIC X(7) OCCURS 7 TIMES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'MODO: (1) INCLUIR EVENTO NO CALENDARIO'.
           DISPLAY '      (2) EXCLUIR EVENTO DO CALENDARIO'.
           DISPLAY '      (3) LISTAR CALENDARIO DO ANO'.
           DISPLAY '      (4) MANTER GRADE SEMANAL'.
           DISPLAY '      (5) LISTAR GRADE COM CARGA HORARIA'.
           ACCEPT WRK-MODO.
           PERFORM 010-CARREGA-CALENDARIO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 015-EXCLUI-EVENTO
               WHEN '3'
                   PERFORM 050-PEDE-ANO
                   PERFORM 020-LISTA-ANO
               WHEN '4'
                   PERFORM 035-CARREGA-HORARIO
                   PERFORM 030-MANTEM-GRADE
               WHEN '5'
                   PERFORM 050-PEDE-ANO
                   PERFORM 035-CARREGA-HORARIO
                   PERFORM 040-LISTA-GRADE
               WHEN OTHER
                   PERFORM 001-INCLUI-EVENTO
           END-EVALUATE.
           GOBACK.

       001-INCLUI-EVENTO.
      **
      * Prompted entry of calendar events, kept in date order; the
      * file is written back once at the end of the session. A year
      * has a single inicio and a single fim - typing one again
      * moves it.
      **
           PERFORM 002-INCLUI-UM UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           IF WRK-ALTERADO EQUAL 'S'
               PERFORM 025-REGRAVA-CALENDARIO
           END-IF.

       002-INCLUI-UM.
           DISPLAY '#########################################'.
           DISPLAY 'TIPO: (I) INICIO DO ANO  (F) FIM DO ANO'.
           DISPLAY '      (B) INICIO DE BIMESTRE  (H) FERIADO'.
           DISPLAY '      (R) RECESSO  (L) DIA LETIVO EXTRA'.
           MOVE SPACES TO WRK-TIPO.
           ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT EQUAL 'I' AND WRK-TIPO NOT EQUAL 'F'
               AND WRK-TIPO NOT EQUAL 'B' AND WRK-TIPO NOT EQUAL 'H'
               AND WRK-TIPO NOT EQUAL 'R' AND WRK-TIPO NOT EQUAL 'L'
               DISPLAY 'TIPO INVALIDO - EVENTO NAO INCLUIDO.'
           ELSE
               DISPLAY 'DATA (AAAAMMDD): '
               PERFORM 003-PEDE-DATA
               MOVE WRK-DATA-LIDA TO WRK-DATA-EVENTO
               MOVE ZEROS TO WRK-DATA-FIM
               IF WRK-TIPO EQUAL 'R' AND WRK-DATA-EVENTO NOT EQUAL ZEROS
                   DISPLAY 'ULTIMO DIA DO RECESSO (AAAAMMDD): '
                   PERFORM 003-PEDE-DATA
                   MOVE WRK-DATA-LIDA TO WRK-DATA-FIM
                   IF WRK-DATA-FIM LESS THAN WRK-DATA-EVENTO
                       MOVE ZEROS TO WRK-DATA-EVENTO
                   END-IF
               END-IF
               IF WRK-DATA-EVENTO EQUAL ZEROS
                   DISPLAY 'DATA INVALIDA - EVENTO NAO INCLUIDO.'
               ELSE
                   DISPLAY 'DESCRICAO: '
                   MOVE SPACES TO WRK-DESCRICAO
                   ACCEPT WRK-DESCRICAO
                   PERFORM 004-GRAVA-EVENTO
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       003-PEDE-DATA.
      **
      * Reads one date; WRK-DATA-LIDA comes back zeros when the
      * answer is not a real AAAAMMDD date.
      **
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           MOVE ZEROS TO WRK-DATA-LIDA.
           IF WRK-DATA-ENTRADA NUMERIC
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-LIDA
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-LIDA)
                   NOT EQUAL ZEROS
                   MOVE ZEROS TO WRK-DATA-LIDA
               END-IF
           END-IF.

       004-GRAVA-EVENTO.
      **
      * An inicio or fim already on file for the year is moved to
      * the new date; anything else is inserted in date order. The
      * table holds 200 events.
      **
           MOVE ZEROS TO IDX-CAL-ACHADO.
           IF WRK-TIPO EQUAL 'I' OR WRK-TIPO EQUAL 'F'
               PERFORM 006-PROCURA-INICIO-FIM
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
           END-IF.
           IF IDX-CAL-ACHADO GREATER THAN ZEROS
               MOVE TABCAL-DATA(IDX-CAL-ACHADO) TO WRK-DATA-ED
               DISPLAY 'EVENTO ' WRK-TIPO ' DO ANO JA EXISTIA EM '
                   WRK-DATA-ED ' - DATA SUBSTITUIDA.'
               MOVE IDX-CAL-ACHADO TO IDX-CAL-DESTINO
               PERFORM 016-REMOVE-EVENTO
           END-IF.
           IF QTD-CALENDARIO NOT LESS THAN 200
               DISPLAY 'CALENDARIO COMPORTA 200 EVENTOS - EVENTO NAO '
                   'INCLUIDO.'
           ELSE
               MOVE 1 TO IDX-CAL-DESTINO
               PERFORM 007-ACHA-POSICAO
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
               PERFORM 005-DESLOCA-EVENTO
                   VARYING IDX-CAL FROM QTD-CALENDARIO BY -1
                   UNTIL IDX-CAL LESS THAN IDX-CAL-DESTINO
               ADD 1 TO QTD-CALENDARIO
               MOVE WRK-TIPO TO TABCAL-TIPO(IDX-CAL-DESTINO)
               MOVE WRK-DATA-EVENTO TO TABCAL-DATA(IDX-CAL-DESTINO)
               MOVE WRK-DATA-FIM TO TABCAL-DATA-FIM(IDX-CAL-DESTINO)
               MOVE WRK-DESCRICAO
                   TO TABCAL-DESCRICAO(IDX-CAL-DESTINO)
               MOVE 'S' TO WRK-ALTERADO
               DISPLAY 'EVENTO INCLUIDO.'
           END-IF.

       005-DESLOCA-EVENTO.
           MOVE CALEND-ITEM(IDX-CAL) TO CALEND-ITEM(IDX-CAL + 1).

       006-PROCURA-INICIO-FIM.
           IF TABCAL-TIPO(IDX-CAL) EQUAL WRK-TIPO
               AND TABCAL-DATA(IDX-CAL)(1:4)
               EQUAL WRK-DATA-EVENTO(1:4)
               MOVE IDX-CAL TO IDX-CAL-ACHADO
           END-IF.

       007-ACHA-POSICAO.
           IF TABCAL-DATA(IDX-CAL) NOT GREATER THAN WRK-DATA-EVENTO
               COMPUTE IDX-CAL-DESTINO = IDX-CAL + 1
           END-IF.

       010-CARREGA-CALENDARIO.
           MOVE ZEROS TO QTD-CALENDARIO.
           OPEN INPUT CALENDARIO.
           IF WS-CAL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CALENDARIO
               READ CALENDARIO AT END MOVE 1 TO FLAG-CALENDARIO
               END-READ
               PERFORM 011-CARREGA-ITEM
                   UNTIL FLAG-CALENDARIO EQUAL TO 1
               CLOSE CALENDARIO
           END-IF.

       011-CARREGA-ITEM.
      **
      * TABELA-CALENDARIO so comporta 200 eventos; alem disso a
      * manutencao e abortada para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-CALENDARIO LESS THAN 200
               ADD 1 TO QTD-CALENDARIO
               MOVE CAL-TIPO TO TABCAL-TIPO(QTD-CALENDARIO)
               MOVE CAL-DATA TO TABCAL-DATA(QTD-CALENDARIO)
               MOVE CAL-DATA-FIM TO TABCAL-DATA-FIM(QTD-CALENDARIO)
               MOVE CAL-DESCRICAO TO TABCAL-DESCRICAO(QTD-CALENDARIO)
           ELSE
               DISPLAY 'CALENDARIO EXCEDE 200 EVENTOS - MANUTENCAO '
                   'ABORTADA.'
               MOVE ZEROS TO QTD-CALENDARIO
               MOVE 'X' TO WRK-MODO
               MOVE 1 TO FLAG-CALENDARIO
           END-IF.
           IF FLAG-CALENDARIO NOT EQUAL 1
               READ CALENDARIO AT END MOVE 1 TO FLAG-CALENDARIO
               END-READ
           END-IF.

       015-EXCLUI-EVENTO.
      **
      * Lists the events of the year asked with their numbers and
      * removes the one chosen, after confirmation.
      **
           PERFORM 050-PEDE-ANO.
           PERFORM 017-LISTA-NUMERADA
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO.
           DISPLAY 'NUMERO DO EVENTO A EXCLUIR (BRANCO = NENHUM): '.
           MOVE SPACES TO WRK-NUMERO-ENTRADA.
           ACCEPT WRK-NUMERO-ENTRADA.
           MOVE ZEROS TO IDX-CAL-DESTINO.
           IF WRK-NUMERO-ENTRADA NOT EQUAL SPACES
               COMPUTE IDX-CAL-DESTINO =
                   FUNCTION NUMVAL(WRK-NUMERO-ENTRADA)
           END-IF.
           IF IDX-CAL-DESTINO EQUAL ZEROS
               OR IDX-CAL-DESTINO GREATER THAN QTD-CALENDARIO
               DISPLAY 'NENHUM EVENTO EXCLUIDO.'
           ELSE
               MOVE TABCAL-DATA(IDX-CAL-DESTINO) TO WRK-DATA-ED
               DISPLAY 'EXCLUIR ' TABCAL-TIPO(IDX-CAL-DESTINO) ' '
                   WRK-DATA-ED ' ' TABCAL-DESCRICAO(IDX-CAL-DESTINO)
                   '? S/N'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   PERFORM 016-REMOVE-EVENTO
                   PERFORM 025-REGRAVA-CALENDARIO
               ELSE
                   DISPLAY 'NENHUM EVENTO EXCLUIDO.'
               END-IF
           END-IF.

       016-REMOVE-EVENTO.
           PERFORM 018-PUXA-EVENTO
               VARYING IDX-CAL FROM IDX-CAL-DESTINO BY 1
               UNTIL IDX-CAL NOT LESS THAN QTD-CALENDARIO.
           SUBTRACT 1 FROM QTD-CALENDARIO.
           MOVE 'S' TO WRK-ALTERADO.

       017-LISTA-NUMERADA.
           IF TABCAL-DATA(IDX-CAL)(1:4) EQUAL WRK-ANO
               PERFORM 021-LISTA-EVENTO
           END-IF.

       018-PUXA-EVENTO.
           MOVE CALEND-ITEM(IDX-CAL + 1) TO CALEND-ITEM(IDX-CAL).

       020-LISTA-ANO.
      **
      * The events of the year, then the dias letivos it yields -
      * per bimestre and in total - for the secretaria to check
      * against the legal minimum.
      **
           DISPLAY '#########################################'.
           DISPLAY 'CALENDARIO ESCOLAR ' WRK-ANO.
           DISPLAY '#########################################'.
           PERFORM 017-LISTA-NUMERADA
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO.
           PERFORM 060-APURA-ANO.
           DISPLAY '#########################################'.
           IF WRK-CAL-INICIO EQUAL ZEROS OR WRK-CAL-FIM EQUAL ZEROS
               DISPLAY 'ANO SEM INICIO (I) OU FIM (F) - DIAS LETIVOS '
                   'NAO APURADOS.'
           ELSE
               IF DIAS-BIMESTRE(1) GREATER THAN ZEROS
                   DISPLAY 'ANTES DO 1O BIMESTRE: ' DIAS-BIMESTRE(1)
                       ' DIA(S) LETIVO(S)'
               END-IF
               PERFORM 022-LINHA-BIMESTRE
                   VARYING IDX-SEMANA FROM 2 BY 1
                   UNTIL IDX-SEMANA GREATER THAN 10
               DISPLAY 'TOTAL DE DIAS LETIVOS: ' WRK-DIAS-LETIVOS
           END-IF.

       021-LISTA-EVENTO.
           MOVE TABCAL-DATA(IDX-CAL) TO WRK-DATA-ED.
           IF TABCAL-TIPO(IDX-CAL) EQUAL 'R'
               MOVE TABCAL-DATA-FIM(IDX-CAL) TO WRK-DATA-FIM-ED
               DISPLAY IDX-CAL ' ' TABCAL-TIPO(IDX-CAL) ' '
                   WRK-DATA-ED ' A ' WRK-DATA-FIM-ED ' '
                   TABCAL-DESCRICAO(IDX-CAL)
           ELSE
               DISPLAY IDX-CAL ' ' TABCAL-TIPO(IDX-CAL) ' '
                   WRK-DATA-ED '              '
                   TABCAL-DESCRICAO(IDX-CAL)
           END-IF.

       022-LINHA-BIMESTRE.
           IF DIAS-BIMESTRE(IDX-SEMANA) GREATER THAN ZEROS
               COMPUTE WRK-BIMESTRE = IDX-SEMANA - 1
               DISPLAY WRK-BIMESTRE 'O BIMESTRE: '
                   DIAS-BIMESTRE(IDX-SEMANA) ' DIA(S) LETIVO(S)'
           END-IF.

       025-REGRAVA-CALENDARIO.
      **
      * Writes the table back over CALENDARIO.TXT in one pass,
      * replacing the previous contents.
      **
           OPEN OUTPUT CALENDARIO.
           IF WS-CAL-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR CALENDARIO.TXT - FILE '
                   'STATUS: ' WS-CAL-STATUS
           ELSE
               PERFORM 026-REGRAVA-ITEM
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
               CLOSE CALENDARIO
               DISPLAY 'CALENDARIO REGRAVADO COM ' QTD-CALENDARIO
                   ' EVENTO(S).'
           END-IF.

       026-REGRAVA-ITEM.
           MOVE TABCAL-TIPO(IDX-CAL) TO CAL-TIPO.
           MOVE TABCAL-DATA(IDX-CAL) TO CAL-DATA.
           MOVE TABCAL-DATA-FIM(IDX-CAL) TO CAL-DATA-FIM.
           MOVE TABCAL-DESCRICAO(IDX-CAL) TO CAL-DESCRICAO.
           WRITE CALENDARIO-REG.

       030-MANTEM-GRADE.
      **
      * Timetable entry: class hours of a turma and materia on one
      * weekday; typing the same turma, materia and day again
      * replaces the hours, and zero hours removes the line.
      **
           PERFORM 031-GRADE-UM UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           IF WRK-ALTERADO EQUAL 'S'
               PERFORM 037-REGRAVA-HORARIO
           END-IF.

       031-GRADE-UM.
           DISPLAY '#########################################'.
           DISPLAY 'TURMA: '.
           MOVE SPACES TO WRK-HOR-TURMA.
           ACCEPT WRK-HOR-TURMA.
           DISPLAY 'MATERIA: '.
           MOVE SPACES TO WRK-HOR-MATERIA.
           ACCEPT WRK-HOR-MATERIA.
           DISPLAY 'DIA DA SEMANA (1 SEG 2 TER 3 QUA 4 QUI 5 SEX '
               '6 SAB): '.
           MOVE SPACES TO WRK-DIA-ENTRADA.
           ACCEPT WRK-DIA-ENTRADA.
           DISPLAY 'AULAS NO DIA (0 = RETIRAR DA GRADE): '.
           MOVE SPACES TO WRK-AULAS-ENTRADA.
           ACCEPT WRK-AULAS-ENTRADA.
           IF WRK-HOR-TURMA EQUAL SPACES
               OR WRK-HOR-MATERIA EQUAL SPACES
               OR WRK-DIA-ENTRADA NOT NUMERIC
               OR WRK-DIA-ENTRADA LESS THAN '1'
               OR WRK-DIA-ENTRADA GREATER THAN '6'
               OR WRK-AULAS-ENTRADA NOT NUMERIC
               DISPLAY 'DADOS INVALIDOS - GRADE NAO ALTERADA.'
           ELSE
               MOVE WRK-DIA-ENTRADA TO WRK-HOR-DIA
               PERFORM 032-GRAVA-GRADE
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       032-GRAVA-GRADE.
           MOVE ZEROS TO IDX-HOR-ACHADO.
           PERFORM 033-PROCURA-GRADE
               VARYING IDX-HOR FROM 1 BY 1
               UNTIL IDX-HOR GREATER THAN QTD-HORARIO.
           IF WRK-AULAS-ENTRADA EQUAL '0'
               IF IDX-HOR-ACHADO EQUAL ZEROS
                   DISPLAY 'AULA NAO CONSTA DA GRADE.'
               ELSE
                   PERFORM 034-PUXA-GRADE
                       VARYING IDX-HOR FROM IDX-HOR-ACHADO BY 1
                       UNTIL IDX-HOR NOT LESS THAN QTD-HORARIO
                   SUBTRACT 1 FROM QTD-HORARIO
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'AULA RETIRADA DA GRADE.'
               END-IF
           ELSE
               IF IDX-HOR-ACHADO GREATER THAN ZEROS
                   MOVE WRK-AULAS-ENTRADA
                       TO TABHOR-AULAS(IDX-HOR-ACHADO)
                   MOVE 'S' TO WRK-ALTERADO
                   DISPLAY 'AULAS DO DIA ALTERADAS.'
               ELSE
                   IF QTD-HORARIO NOT LESS THAN 300
                       DISPLAY 'GRADE COMPORTA 300 LINHAS - AULA NAO '
                           'INCLUIDA.'
                   ELSE
                       MOVE 1 TO IDX-HOR-DESTINO
                       PERFORM 039-ACHA-POSICAO-GRADE
                           VARYING IDX-HOR FROM 1 BY 1
                           UNTIL IDX-HOR GREATER THAN QTD-HORARIO
                       PERFORM 042-DESLOCA-GRADE
                           VARYING IDX-HOR FROM QTD-HORARIO BY -1
                           UNTIL IDX-HOR LESS THAN IDX-HOR-DESTINO
                       ADD 1 TO QTD-HORARIO
                       MOVE WRK-CHAVE-HORARIO
                           TO TABHOR-CHAVE(IDX-HOR-DESTINO)
                       MOVE WRK-AULAS-ENTRADA
                           TO TABHOR-AULAS(IDX-HOR-DESTINO)
                       MOVE 'S' TO WRK-ALTERADO
                       DISPLAY 'AULA INCLUIDA NA GRADE.'
                   END-IF
               END-IF
           END-IF.

       033-PROCURA-GRADE.
           IF TABHOR-CHAVE(IDX-HOR) EQUAL WRK-CHAVE-HORARIO
               MOVE IDX-HOR TO IDX-HOR-ACHADO
           END-IF.

       034-PUXA-GRADE.
           MOVE HORARIO-ITEM(IDX-HOR + 1) TO HORARIO-ITEM(IDX-HOR).

       039-ACHA-POSICAO-GRADE.
           IF TABHOR-CHAVE(IDX-HOR) LESS THAN WRK-CHAVE-HORARIO
               COMPUTE IDX-HOR-DESTINO = IDX-HOR + 1
           END-IF.

       042-DESLOCA-GRADE.
           MOVE HORARIO-ITEM(IDX-HOR) TO HORARIO-ITEM(IDX-HOR + 1).

       035-CARREGA-HORARIO.
           MOVE ZEROS TO QTD-HORARIO.
           OPEN INPUT HORARIO.
           IF WS-HOR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-HORARIO
               READ HORARIO AT END MOVE 1 TO FLAG-HORARIO
               END-READ
               PERFORM 036-CARREGA-HORARIO-ITEM
                   UNTIL FLAG-HORARIO EQUAL TO 1
               CLOSE HORARIO
           END-IF.

       036-CARREGA-HORARIO-ITEM.
      **
      * TABELA-HORARIO so comporta 300 linhas; alem disso a
      * manutencao e abortada para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-HORARIO LESS THAN 300
               ADD 1 TO QTD-HORARIO
               MOVE HOR-TURMA TO TABHOR-TURMA(QTD-HORARIO)
               MOVE HOR-MATERIA TO TABHOR-MATERIA(QTD-HORARIO)
               MOVE HOR-DIA-SEMANA TO TABHOR-DIA-SEMANA(QTD-HORARIO)
               MOVE HOR-AULAS TO TABHOR-AULAS(QTD-HORARIO)
           ELSE
               DISPLAY 'GRADE EXCEDE 300 LINHAS - MANUTENCAO '
                   'ABORTADA.'
               MOVE ZEROS TO QTD-HORARIO
               MOVE 'N' TO CONTINUA
               MOVE 1 TO FLAG-HORARIO
           END-IF.
           IF FLAG-HORARIO NOT EQUAL 1
               READ HORARIO AT END MOVE 1 TO FLAG-HORARIO
               END-READ
           END-IF.

       037-REGRAVA-HORARIO.
           OPEN OUTPUT HORARIO.
           IF WS-HOR-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR HORARIO.TXT - FILE STATUS: '
                   WS-HOR-STATUS
           ELSE
               PERFORM 038-REGRAVA-HORARIO-ITEM
                   VARYING IDX-HOR FROM 1 BY 1
                   UNTIL IDX-HOR GREATER THAN QTD-HORARIO
               CLOSE HORARIO
               DISPLAY 'GRADE REGRAVADA COM ' QTD-HORARIO ' LINHA(S).'
           END-IF.

       038-REGRAVA-HORARIO-ITEM.
           MOVE TABHOR-TURMA(IDX-HOR) TO HOR-TURMA.
           MOVE TABHOR-MATERIA(IDX-HOR) TO HOR-MATERIA.
           MOVE TABHOR-DIA-SEMANA(IDX-HOR) TO HOR-DIA-SEMANA.
           MOVE TABHOR-AULAS(IDX-HOR) TO HOR-AULAS.
           WRITE HORARIO-REG.

       040-LISTA-GRADE.
      **
      * The timetable with each materia's class hours for the year
      * (weekly hours of each weekday times the dias letivos that
      * fall on it) and the 25% absence ceiling PROG004 will apply.
      **
           PERFORM 060-APURA-ANO.
           DISPLAY '#########################################'.
           DISPLAY 'GRADE SEMANAL E CARGA HORARIA ' WRK-ANO.
           DISPLAY '#########################################'.
           IF WRK-CAL-INICIO EQUAL ZEROS OR WRK-CAL-FIM EQUAL ZEROS
               DISPLAY 'ANO SEM INICIO (I) OU FIM (F) NO CALENDARIO - '
                   'CARGA HORARIA NAO APURADA.'
           END-IF.
           MOVE SPACES TO WRK-GRUPO-ANT.
           MOVE ZEROS TO WRK-AULAS-SEMANA.
           MOVE ZEROS TO WRK-CARGA-HORARIA.
           PERFORM 041-LISTA-GRADE-ITEM
               VARYING IDX-HOR FROM 1 BY 1
               UNTIL IDX-HOR GREATER THAN QTD-HORARIO.
           IF WRK-GRUPO-ANT NOT EQUAL SPACES
               PERFORM 043-TOTAL-GRADE
           END-IF.
           MOVE QTD-HORARIO TO COUNTER.
           DISPLAY COUNTER ' LINHA(S) NA GRADE.'.

       041-LISTA-GRADE-ITEM.
           IF TABHOR-CHAVE(IDX-HOR)(1:21) NOT EQUAL WRK-GRUPO-ANT
               IF WRK-GRUPO-ANT NOT EQUAL SPACES
                   PERFORM 043-TOTAL-GRADE
               END-IF
               MOVE TABHOR-CHAVE(IDX-HOR)(1:21) TO WRK-GRUPO-ANT
               MOVE ZEROS TO WRK-AULAS-SEMANA
               MOVE ZEROS TO WRK-CARGA-HORARIA
               DISPLAY 'TURMA ' TABHOR-TURMA(IDX-HOR) ' MATERIA '
                   TABHOR-MATERIA(IDX-HOR)
           END-IF.
           MOVE TABHOR-DIA-SEMANA(IDX-HOR) TO IDX-SEMANA.
           DISPLAY '    ' NOME-DIA(IDX-SEMANA) ': '
               TABHOR-AULAS(IDX-HOR) ' AULA(S)'.
           ADD TABHOR-AULAS(IDX-HOR) TO WRK-AULAS-SEMANA.
           COMPUTE WRK-CARGA-HORARIA = WRK-CARGA-HORARIA
               + TABHOR-AULAS(IDX-HOR) * DIAS-SEMANA(IDX-SEMANA).

       043-TOTAL-GRADE.
           COMPUTE WRK-LIMITE-FALTAS = WRK-CARGA-HORARIA * 25 / 100.
           DISPLAY '    AULAS POR SEMANA: ' WRK-AULAS-SEMANA
               '  CARGA HORARIA: ' WRK-CARGA-HORARIA
               '  LIMITE DE FALTAS: ' WRK-LIMITE-FALTAS.

       050-PEDE-ANO.
           DISPLAY 'ANO LETIVO (AAAA, BRANCO = ATUAL): '.
           MOVE SPACES TO WRK-ANO-ENTRADA.
           ACCEPT WRK-ANO-ENTRADA.
           IF WRK-ANO-ENTRADA NUMERIC
               MOVE WRK-ANO-ENTRADA TO WRK-ANO
           ELSE
               ACCEPT WRK-CAL-DIA FROM DATE YYYYMMDD
               MOVE WRK-CAL-DIA(1:4) TO WRK-ANO
           END-IF.

       060-APURA-ANO.
      **
      * Walks every day from the inicio to the fim of the year and
      * counts the dias letivos per weekday and per bimestre.
      **
           MOVE ZEROS TO WRK-CAL-INICIO.
           MOVE ZEROS TO WRK-CAL-FIM.
           MOVE ZEROS TO WRK-DIAS-LETIVOS.
           MOVE ZEROS TO TABELA-DIAS-SEMANA.
           MOVE ZEROS TO TABELA-DIAS-BIMESTRE.
           PERFORM 064-PROCURA-LIMITES
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO.
           IF WRK-CAL-INICIO GREATER THAN ZEROS
               AND WRK-CAL-FIM NOT LESS THAN WRK-CAL-INICIO
               COMPUTE WRK-CAL-NUM-FIM =
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-FIM)
               PERFORM 061-APURA-DIA
                   VARYING WRK-CAL-NUM FROM
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-INICIO) BY 1
                   UNTIL WRK-CAL-NUM GREATER THAN WRK-CAL-NUM-FIM
           END-IF.

       061-APURA-DIA.
           COMPUTE WRK-CAL-DIA = FUNCTION DATE-OF-INTEGER(WRK-CAL-NUM).
           PERFORM 062-VERIFICA-LETIVO.
           IF WRK-DIA-LETIVO EQUAL 'S'
               ADD 1 TO WRK-DIAS-LETIVOS
               ADD 1 TO DIAS-SEMANA(WRK-DIA-SEMANA)
               MOVE ZEROS TO WRK-BIMESTRE
               PERFORM 065-CONTA-BIMESTRE
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
               ADD 1 TO DIAS-BIMESTRE(WRK-BIMESTRE + 1)
           END-IF.

       062-VERIFICA-LETIVO.
      **
      * Decides whether WRK-CAL-DIA (WRK-CAL-NUM) is a dia letivo:
      * inside the year, a weekday and neither feriado nor recesso
      * - or an extra school day. WRK-DIA-SEMANA is left at 1
      * (segunda) to 7 (domingo); day 1 of the integer calendar,
      * 1601-01-01, was a Monday.
      **
           COMPUTE WRK-CAL-AUX = WRK-CAL-NUM - 1.
           DIVIDE WRK-CAL-AUX BY 7 GIVING WRK-CAL-QUOC
               REMAINDER WRK-CAL-RESTO.
           COMPUTE WRK-DIA-SEMANA = WRK-CAL-RESTO + 1.
           MOVE 'N' TO WRK-DIA-LETIVO.
           MOVE 'N' TO WRK-DIA-FERIADO.
           MOVE 'N' TO WRK-DIA-EXTRA.
           IF WRK-CAL-DIA NOT LESS THAN WRK-CAL-INICIO
               AND WRK-CAL-DIA NOT GREATER THAN WRK-CAL-FIM
               PERFORM 063-VERIFICA-EVENTO
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
               IF WRK-DIA-EXTRA EQUAL 'S'
                   MOVE 'S' TO WRK-DIA-LETIVO
               ELSE
                   IF WRK-DIA-SEMANA LESS THAN 6
                       AND WRK-DIA-FERIADO EQUAL 'N'
                       MOVE 'S' TO WRK-DIA-LETIVO
                   END-IF
               END-IF
           END-IF.

       063-VERIFICA-EVENTO.
           EVALUATE TABCAL-TIPO(IDX-CAL)
               WHEN 'H'
                   IF TABCAL-DATA(IDX-CAL) EQUAL WRK-CAL-DIA
                       MOVE 'S' TO WRK-DIA-FERIADO
                   END-IF
               WHEN 'R'
                   IF WRK-CAL-DIA NOT LESS THAN TABCAL-DATA(IDX-CAL)
                       AND WRK-CAL-DIA NOT GREATER THAN
                       TABCAL-DATA-FIM(IDX-CAL)
                       MOVE 'S' TO WRK-DIA-FERIADO
                   END-IF
               WHEN 'L'
                   IF TABCAL-DATA(IDX-CAL) EQUAL WRK-CAL-DIA
                       MOVE 'S' TO WRK-DIA-EXTRA
                   END-IF
           END-EVALUATE.

       064-PROCURA-LIMITES.
           IF TABCAL-DATA(IDX-CAL)(1:4) EQUAL WRK-ANO
               IF TABCAL-TIPO(IDX-CAL) EQUAL 'I'
                   MOVE TABCAL-DATA(IDX-CAL) TO WRK-CAL-INICIO
               END-IF
               IF TABCAL-TIPO(IDX-CAL) EQUAL 'F'
                   MOVE TABCAL-DATA(IDX-CAL) TO WRK-CAL-FIM
               END-IF
           END-IF.

       065-CONTA-BIMESTRE.
           IF TABCAL-TIPO(IDX-CAL) EQUAL 'B'
               AND TABCAL-DATA(IDX-CAL)(1:4) EQUAL WRK-ANO
               AND TABCAL-DATA(IDX-CAL) NOT GREATER THAN WRK-CAL-DIA
               AND WRK-BIMESTRE LESS THAN 9
               ADD 1 TO WRK-BIMESTRE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG053.
