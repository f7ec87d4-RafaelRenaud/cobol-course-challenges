      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG035.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * FERIAS.TXT is the vacation schedule: one line per employee
      * and periodo aquisitivo, with the days taken, the days left
      * and the slice scheduled for the PROG002 ferias run. The
      * periods themselves are derived from FUNC-ADMISSAO, so an
      * employee with nothing on file simply has every period
      * whole.
      *-----------------------
           SELECT FERIAS ASSIGN TO 'FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERIAS-STATUS.
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
      *-----------------------
      * Work file for the rewrite of a period already on file: the
      * lines go here on the first pass, with the changed one
      * replaced, and come back over FERIAS.TXT on the second.
      *-----------------------
           SELECT FERTEMP ASSIGN TO 'FERTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FERIAS.
       COPY FERIAS.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD FERTEMP.
       01 TEMP-REG PIC X(83).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 WS-FERIAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FERIAS PIC 9(1) VALUE 0.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-TEMP PIC 9(1) VALUE 0.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(1) VALUE 'N'.
      *-----------------------
      * Funcionario pedido: precisa constar ativo em
      * FUNCIONARIOS.DAT, com a data de admissao preenchida. As
      * linhas de FERIAS.TXT casam pela matricula dele; pelo nome
      * so as gravadas antes dela.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MESMO-FUNC PIC X(1) VALUE 'N'.
       77 WRK-FUNC-ACHADO PIC X(1) VALUE 'N'.
       77 WRK-ADMISSAO PIC 9(8) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(1) VALUE SPACES.
      *-----------------------
      * Periodos aquisitivos do funcionario, montados a partir da
      * admissao ate hoje e completados com o que FERIAS.TXT ja
      * registra de cada um (saldo, programacao, situacao).
       01 TABELA-PERIODOS.
           05 PERIODO-ITEM OCCURS 60 TIMES.
               10 TABPER-INI PIC 9(8).
               10 TABPER-FIM PIC 9(8).
               10 TABPER-LIMITE PIC 9(8).
               10 TABPER-DIREITO PIC 9(2).
               10 TABPER-GOZADOS PIC 9(2).
               10 TABPER-SALDO PIC 9(2).
               10 TABPER-PROG-INI PIC 9(8).
               10 TABPER-PROG-DIAS PIC 9(2).
               10 TABPER-SITUACAO PIC X(1).
               10 TABPER-ULT-COMP PIC X(6).
               10 TABPER-NO-ARQUIVO PIC X(1).
       77 QTD-PERIODOS PIC 9(2) VALUE ZEROS.
       77 IDX-PERIODO PIC 9(2) VALUE ZEROS.
       77 IDX-PER-ACHADO PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Aritmetica de datas: um ano somado a uma data AAAAMMDD (29
      * de fevereiro vira 1o de marco) e a vespera de uma data,
      * pelo numero do dia.
       77 WRK-PER-INI PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-ANO PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-ANO-R REDEFINES WRK-DATA-ANO.
           05 WRK-ANO-AAAA PIC 9(4).
           05 WRK-ANO-MMDD PIC 9(4).
       77 WRK-DATA-VESPERA PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-INT PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Entrada da programacao: inicio do gozo (AAAAMMDD) e dias.
       77 WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-DATA-OK PIC X(1) VALUE 'N'.
       77 WRK-DIAS-ENTRADA PIC X(2) VALUE SPACES.
       77 WRK-DIAS-NUM PIC 9(2) VALUE ZEROS.
       77 WRK-DIAS-OK PIC X(1) VALUE 'N'.
       77 WRK-DIAS-ED PIC Z9 VALUE ZEROS.
      *-----------------------
      * Imagem do registro gravado ou regravado.
       77 WRK-REG-NOVO PIC X(83) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MODO: (1) PROGRAMAR FERIAS  (2) CONSULTAR'.
           DISPLAY '      (3) CANCELAR PROGRAMACAO'.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 020-CONSULTA
               WHEN '3'
                   PERFORM 030-CANCELA
               WHEN OTHER
                   PERFORM 001-PROGRAMA
           END-EVALUATE.
           GOBACK.

       001-PROGRAMA.
      **
      * Schedules the next slice of vacation for one employee: the
      * oldest period with days left (and nothing already pending)
      * is offered, the start must come after that period is
      * acquired and not lie in the past, and the days cannot pass
      * the saldo. A start beyond the periodo concessivo is
      * accepted with a warning - those days are owed in double.
      **
           PERFORM 010-ACEITA-FUNCIONARIO.
           IF WRK-FUNC-ACHADO EQUAL 'S'
               PERFORM 100-MONTA-PERIODOS
               MOVE ZEROS TO IDX-PER-ACHADO
               PERFORM 002-PROCURA-PERIODO-ABERTO
                   VARYING IDX-PERIODO FROM QTD-PERIODOS BY -1
                   UNTIL IDX-PERIODO LESS THAN 1
               IF IDX-PER-ACHADO EQUAL ZEROS
                   DISPLAY 'NENHUM PERIODO COM SALDO A PROGRAMAR.'
               ELSE
                   PERFORM 003-PROGRAMA-PERIODO
               END-IF
           END-IF.

       002-PROCURA-PERIODO-ABERTO.
           IF TABPER-SALDO(IDX-PERIODO) GREATER THAN ZEROS
               AND TABPER-SITUACAO(IDX-PERIODO) NOT EQUAL 'P'
               MOVE IDX-PERIODO TO IDX-PER-ACHADO
           END-IF.

       003-PROGRAMA-PERIODO.
           MOVE IDX-PER-ACHADO TO IDX-PERIODO.
           PERFORM 021-EXIBE-PERIODO.
           MOVE 'N' TO WRK-DATA-OK.
           PERFORM 004-PEDE-INICIO UNTIL WRK-DATA-OK EQUAL 'S'.
           MOVE 'N' TO WRK-DIAS-OK.
           PERFORM 005-PEDE-DIAS UNTIL WRK-DIAS-OK EQUAL 'S'.
           IF WRK-DATA-ENTRADA GREATER THAN TABPER-LIMITE(IDX-PERIODO)
               DISPLAY 'AVISO: INICIO APOS O LIMITE CONCESSIVO - '
                   'FERIAS DEVIDAS EM DOBRO.'
           END-IF.
           DISPLAY 'CONFIRMA PROGRAMACAO? S/N'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
               MOVE WRK-DATA-ENTRADA TO TABPER-PROG-INI(IDX-PERIODO)
               MOVE WRK-DIAS-NUM TO TABPER-PROG-DIAS(IDX-PERIODO)
               MOVE 'P' TO TABPER-SITUACAO(IDX-PERIODO)
               PERFORM 040-GRAVA-PERIODO
               DISPLAY 'FERIAS PROGRAMADAS.'
           ELSE
               DISPLAY 'PROGRAMACAO CANCELADA - ARQUIVO INALTERADO.'
           END-IF.

       004-PEDE-INICIO.
           DISPLAY 'INICIO DO GOZO (AAAAMMDD): '.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           EVALUATE TRUE
               WHEN WRK-DATA-ENTRADA NOT NUMERIC
                   OR WRK-DATA-ENTRADA(5:2) LESS THAN '01'
                   OR WRK-DATA-ENTRADA(5:2) GREATER THAN '12'
                   OR WRK-DATA-ENTRADA(7:2) LESS THAN '01'
                   OR WRK-DATA-ENTRADA(7:2) GREATER THAN '31'
                   DISPLAY 'DATA INVALIDA - USE AAAAMMDD.'
               WHEN WRK-DATA-ENTRADA NOT GREATER THAN
                   TABPER-FIM(IDX-PERIODO)
                   DISPLAY 'O PERIODO AQUISITIVO SO SE COMPLETA EM '
                       TABPER-FIM(IDX-PERIODO) '.'
               WHEN WRK-DATA-ENTRADA LESS THAN WRK-DATA-HOJE
                   DISPLAY 'INICIO NO PASSADO - DIGITE OUTRA DATA.'
               WHEN OTHER
                   MOVE 'S' TO WRK-DATA-OK
           END-EVALUATE.

       005-PEDE-DIAS.
           MOVE TABPER-SALDO(IDX-PERIODO) TO WRK-DIAS-ED.
           DISPLAY 'DIAS DE GOZO (05 A ' WRK-DIAS-ED '): '.
           MOVE SPACES TO WRK-DIAS-ENTRADA.
           ACCEPT WRK-DIAS-ENTRADA.
           INSPECT WRK-DIAS-ENTRADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WRK-DIAS-ENTRADA NOT NUMERIC
               DISPLAY 'DIAS DEVEM CONTER APENAS DIGITOS.'
           ELSE
               MOVE WRK-DIAS-ENTRADA TO WRK-DIAS-NUM
               IF WRK-DIAS-NUM LESS THAN 5
                   OR WRK-DIAS-NUM GREATER THAN
                       TABPER-SALDO(IDX-PERIODO)
                   DISPLAY 'QUANTIDADE DE DIAS FORA DO PERMITIDO.'
               ELSE
                   MOVE 'S' TO WRK-DIAS-OK
               END-IF
           END-IF.

       010-ACEITA-FUNCIONARIO.
      **
      * Looks the employee up in FUNCIONARIOS.DAT: only an active
      * employee with an admission date on file has periods.
      **
           DISPLAY 'FUNCIONARIO: '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 011-PROCURA-FUNC-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
               EVALUATE TRUE
                   WHEN WRK-FUNC-ACHADO EQUAL 'N'
                       DISPLAY 'FUNCIONARIO NAO CADASTRADO.'
                   WHEN WRK-SITUACAO EQUAL 'D'
                       DISPLAY 'FUNCIONARIO DESLIGADO - FERIAS SO NA '
                           'RESCISAO.'
                       MOVE 'N' TO WRK-FUNC-ACHADO
                   WHEN WRK-ADMISSAO EQUAL ZEROS
                       DISPLAY 'FUNCIONARIO SEM DATA DE ADMISSAO - '
                           'CORRIJA NO PROG009.'
                       MOVE 'N' TO WRK-FUNC-ACHADO
               END-EVALUATE
           END-IF.

       011-PROCURA-FUNC-ITEM.
           IF FUNC-NOME EQUAL WRK-NOME
               MOVE 'S' TO WRK-FUNC-ACHADO
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
               MOVE FUNC-SITUACAO TO WRK-SITUACAO
               IF FUNC-ADMISSAO NUMERIC
                   MOVE FUNC-ADMISSAO TO WRK-ADMISSAO
               ELSE
                   MOVE ZEROS TO WRK-ADMISSAO
               END-IF
               MOVE 1 TO FLAG-FUNCIONARIOS
           ELSE
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
           END-IF.

       020-CONSULTA.
      **
      * Every period of one employee: dates, periodo concessivo
      * limit, days due, taken and left, and the slice pending.
      **
           PERFORM 010-ACEITA-FUNCIONARIO.
           IF WRK-FUNC-ACHADO EQUAL 'S'
               PERFORM 100-MONTA-PERIODOS
               DISPLAY '#########################################'
               DISPLAY 'FERIAS DE ' WRK-NOME
               DISPLAY '#########################################'
               PERFORM 021-EXIBE-PERIODO
                   VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO GREATER THAN QTD-PERIODOS
           END-IF.

       021-EXIBE-PERIODO.
           DISPLAY 'PERIODO ' TABPER-INI(IDX-PERIODO) ' A '
               TABPER-FIM(IDX-PERIODO) ' LIMITE '
               TABPER-LIMITE(IDX-PERIODO).
           DISPLAY '    DIREITO: ' TABPER-DIREITO(IDX-PERIODO)
               ' GOZADOS: ' TABPER-GOZADOS(IDX-PERIODO)
               ' SALDO: ' TABPER-SALDO(IDX-PERIODO)
               ' SITUACAO: ' TABPER-SITUACAO(IDX-PERIODO).
           IF TABPER-SITUACAO(IDX-PERIODO) EQUAL 'P'
               DISPLAY '    PROGRAMADAS: ' TABPER-PROG-INI(IDX-PERIODO)
                   ' (' TABPER-PROG-DIAS(IDX-PERIODO) ' DIAS)'
           END-IF.

       030-CANCELA.
      **
      * Drops the slice still pending payment, returning the
      * period to open with its saldo untouched.
      **
           PERFORM 010-ACEITA-FUNCIONARIO.
           IF WRK-FUNC-ACHADO EQUAL 'S'
               PERFORM 100-MONTA-PERIODOS
               MOVE ZEROS TO IDX-PER-ACHADO
               PERFORM 031-PROCURA-PROGRAMADO
                   VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO GREATER THAN QTD-PERIODOS
               IF IDX-PER-ACHADO EQUAL ZEROS
                   DISPLAY 'NENHUMA PROGRAMACAO PENDENTE.'
               ELSE
                   MOVE IDX-PER-ACHADO TO IDX-PERIODO
                   PERFORM 021-EXIBE-PERIODO
                   DISPLAY 'CONFIRMA CANCELAMENTO? S/N'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                       MOVE ZEROS TO TABPER-PROG-INI(IDX-PERIODO)
                       MOVE ZEROS TO TABPER-PROG-DIAS(IDX-PERIODO)
                       MOVE 'A' TO TABPER-SITUACAO(IDX-PERIODO)
                       PERFORM 040-GRAVA-PERIODO
                       DISPLAY 'PROGRAMACAO CANCELADA.'
                   END-IF
               END-IF
           END-IF.

       031-PROCURA-PROGRAMADO.
           IF TABPER-SITUACAO(IDX-PERIODO) EQUAL 'P'
               AND IDX-PER-ACHADO EQUAL ZEROS
               MOVE IDX-PERIODO TO IDX-PER-ACHADO
           END-IF.

       040-GRAVA-PERIODO.
      **
      * Writes period IDX-PERIODO back: a period already in
      * FERIAS.TXT is replaced through the work file, a period never
      * recorded before is appended (building the file the first
      * time).
      **
           MOVE WRK-NOME TO FER-NOME.
           MOVE WRK-MATRICULA TO FER-MATRICULA.
           MOVE TABPER-INI(IDX-PERIODO) TO FER-AQUIS-INI.
           MOVE TABPER-FIM(IDX-PERIODO) TO FER-AQUIS-FIM.
           MOVE TABPER-LIMITE(IDX-PERIODO) TO FER-LIMITE.
           MOVE TABPER-DIREITO(IDX-PERIODO) TO FER-DIAS-DIREITO.
           MOVE TABPER-GOZADOS(IDX-PERIODO) TO FER-DIAS-GOZADOS.
           MOVE TABPER-SALDO(IDX-PERIODO) TO FER-DIAS-SALDO.
           MOVE TABPER-PROG-INI(IDX-PERIODO) TO FER-PROG-INI.
           MOVE TABPER-PROG-DIAS(IDX-PERIODO) TO FER-PROG-DIAS.
           MOVE TABPER-SITUACAO(IDX-PERIODO) TO FER-SITUACAO.
           MOVE TABPER-ULT-COMP(IDX-PERIODO) TO FER-ULT-COMP.
           MOVE FERIAS-REG TO WRK-REG-NOVO.
           IF TABPER-NO-ARQUIVO(IDX-PERIODO) EQUAL 'S'
               PERFORM 041-REGRAVA-FERIAS
           ELSE
               OPEN EXTEND FERIAS
               IF WS-FERIAS-STATUS EQUAL '35'
                   OPEN OUTPUT FERIAS
                   CLOSE FERIAS
                   OPEN EXTEND FERIAS
               END-IF
               MOVE WRK-REG-NOVO TO FERIAS-REG
               WRITE FERIAS-REG
               CLOSE FERIAS
               MOVE 'S' TO TABPER-NO-ARQUIVO(IDX-PERIODO)
           END-IF.

       041-REGRAVA-FERIAS.
           OPEN INPUT FERIAS.
           OPEN OUTPUT FERTEMP.
           MOVE 0 TO FLAG-FERIAS.
           READ FERIAS AT END MOVE 1 TO FLAG-FERIAS
           END-READ.
           PERFORM 042-COPIA-ITEM UNTIL FLAG-FERIAS EQUAL TO 1.
           CLOSE FERIAS.
           CLOSE FERTEMP.
           OPEN INPUT FERTEMP.
           OPEN OUTPUT FERIAS.
           MOVE 0 TO FLAG-TEMP.
           READ FERTEMP AT END MOVE 1 TO FLAG-TEMP
           END-READ.
           PERFORM 043-VOLTA-ITEM UNTIL FLAG-TEMP EQUAL TO 1.
           CLOSE FERTEMP.
           CLOSE FERIAS.

       042-COPIA-ITEM.
           PERFORM 105-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               AND FER-AQUIS-INI EQUAL TABPER-INI(IDX-PERIODO)
               MOVE WRK-REG-NOVO TO TEMP-REG
           ELSE
               MOVE FERIAS-REG TO TEMP-REG
           END-IF.
           WRITE TEMP-REG.
           READ FERIAS AT END MOVE 1 TO FLAG-FERIAS.

       043-VOLTA-ITEM.
           MOVE TEMP-REG TO FERIAS-REG.
           WRITE FERIAS-REG.
           READ FERTEMP AT END MOVE 1 TO FLAG-TEMP.

       100-MONTA-PERIODOS.
      **
      * Builds the employee's periodos aquisitivos, one year each
      * from the admission date, up to the one running today - each
      * whole (30 days) - then lays over them what FERIAS.TXT
      * already records. TABELA-PERIODOS holds 60 years of service.
      **
           MOVE ZEROS TO QTD-PERIODOS.
           MOVE WRK-ADMISSAO TO WRK-PER-INI.
           PERFORM 101-MONTA-PERIODO
               UNTIL WRK-PER-INI GREATER THAN WRK-DATA-HOJE
               OR QTD-PERIODOS EQUAL 60.
           OPEN INPUT FERIAS.
           IF WS-FERIAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FERIAS
               READ FERIAS AT END MOVE 1 TO FLAG-FERIAS
               END-READ
               PERFORM 103-APLICA-ARQUIVO-ITEM
                   UNTIL FLAG-FERIAS EQUAL TO 1
               CLOSE FERIAS
           END-IF.

       101-MONTA-PERIODO.
           ADD 1 TO QTD-PERIODOS.
           MOVE WRK-PER-INI TO TABPER-INI(QTD-PERIODOS).
           MOVE WRK-PER-INI TO WRK-DATA-ANO.
           PERFORM 102-SOMA-ANO.
           MOVE WRK-DATA-VESPERA TO TABPER-FIM(QTD-PERIODOS).
           MOVE WRK-DATA-ANO TO WRK-PER-INI.
           PERFORM 102-SOMA-ANO.
           MOVE WRK-DATA-VESPERA TO TABPER-LIMITE(QTD-PERIODOS).
           MOVE 30 TO TABPER-DIREITO(QTD-PERIODOS).
           MOVE ZEROS TO TABPER-GOZADOS(QTD-PERIODOS).
           MOVE 30 TO TABPER-SALDO(QTD-PERIODOS).
           MOVE ZEROS TO TABPER-PROG-INI(QTD-PERIODOS).
           MOVE ZEROS TO TABPER-PROG-DIAS(QTD-PERIODOS).
           MOVE 'A' TO TABPER-SITUACAO(QTD-PERIODOS).
           MOVE SPACES TO TABPER-ULT-COMP(QTD-PERIODOS).
           MOVE 'N' TO TABPER-NO-ARQUIVO(QTD-PERIODOS).

       102-SOMA-ANO.
      **
      * WRK-DATA-ANO moves one year ahead and WRK-DATA-VESPERA gets
      * the day before the new date - the last day of the year
      * counted.
      **
           ADD 1 TO WRK-ANO-AAAA.
           IF WRK-ANO-MMDD EQUAL 0229
               MOVE 0301 TO WRK-ANO-MMDD
           END-IF.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ANO) - 1.
           COMPUTE WRK-DATA-VESPERA =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).

       103-APLICA-ARQUIVO-ITEM.
           PERFORM 105-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               PERFORM 104-APLICA-PERIODO
                   VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO GREATER THAN QTD-PERIODOS
           END-IF.
           READ FERIAS AT END MOVE 1 TO FLAG-FERIAS.

       104-APLICA-PERIODO.
           IF TABPER-INI(IDX-PERIODO) EQUAL FER-AQUIS-INI
               MOVE FER-DIAS-DIREITO TO TABPER-DIREITO(IDX-PERIODO)
               MOVE FER-DIAS-GOZADOS TO TABPER-GOZADOS(IDX-PERIODO)
               MOVE FER-DIAS-SALDO TO TABPER-SALDO(IDX-PERIODO)
               MOVE FER-PROG-INI TO TABPER-PROG-INI(IDX-PERIODO)
               MOVE FER-PROG-DIAS TO TABPER-PROG-DIAS(IDX-PERIODO)
               MOVE FER-SITUACAO TO TABPER-SITUACAO(IDX-PERIODO)
               MOVE FER-ULT-COMP TO TABPER-ULT-COMP(IDX-PERIODO)
               MOVE 'S' TO TABPER-NO-ARQUIVO(IDX-PERIODO)
           END-IF.

       105-MESMO-FUNCIONARIO.
      **
      * Whether the FERIAS.TXT line read is the employee's: by the
      * matricula; by the name when the line predates it.
      **
           MOVE 'N' TO WRK-MESMO-FUNC.
           IF FER-MATRICULA NUMERIC
               AND FER-MATRICULA GREATER THAN ZEROS
               AND WRK-MATRICULA GREATER THAN ZEROS
               IF FER-MATRICULA EQUAL WRK-MATRICULA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           ELSE
               IF FER-NOME EQUAL WRK-NOME
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM PROG035.
