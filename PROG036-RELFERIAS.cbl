      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG036.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * FUNCIONARIOS.DAT drives the report - every active employee
      * with an admission date - and FERIAS.TXT (kept by PROG035 and
      * the PROG002 ferias run) says how much of each period is
      * still owed. Run at the start of every month so no period
      * reaches its limit unnoticed.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT FERIAS ASSIGN TO 'FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERIAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD FERIAS.
       COPY FERIAS.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-FERIAS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-FERIAS PIC 9(1) VALUE 0.
      *-----------------------
      * Data de referencia (branco = hoje) e o horizonte do aviso:
      * periodos cujo limite cai dentro dos proximos WRK-HORIZONTE
      * dias saem como A VENCER.
       77 WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-DATA-REF PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-REF PIC 9(8) VALUE ZEROS.
       77 WRK-HORIZONTE PIC 9(3) VALUE 60.
       77 WRK-DIA-LIMITE PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-RESTAM PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-RESTAM-ED PIC ZZ9 VALUE ZEROS.
      *-----------------------
      * Funcionario em analise e seus periodos aquisitivos, montados
      * como no PROG035: um ano cada a partir da admissao, inteiros
      * (30 dias) salvo o que FERIAS.TXT registrar - as linhas
      * dele pela matricula, pelo nome so as anteriores a ela.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MESMO-FUNC PIC X(1) VALUE 'N'.
       77 WRK-ADMISSAO PIC 9(8) VALUE ZEROS.
       01 TABELA-PERIODOS.
           05 PERIODO-ITEM OCCURS 60 TIMES.
               10 TABPER-INI PIC 9(8).
               10 TABPER-FIM PIC 9(8).
               10 TABPER-LIMITE PIC 9(8).
               10 TABPER-SALDO PIC 9(2).
               10 TABPER-PROG-INI PIC 9(8).
               10 TABPER-SITUACAO PIC X(1).
       77 QTD-PERIODOS PIC 9(2) VALUE ZEROS.
       77 IDX-PERIODO PIC 9(2) VALUE ZEROS.
       77 WRK-PER-INI PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-ANO PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-ANO-R REDEFINES WRK-DATA-ANO.
           05 WRK-ANO-AAAA PIC 9(4).
           05 WRK-ANO-MMDD PIC 9(4).
       77 WRK-DATA-VESPERA PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-INT PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Totais do relatorio.
       77 QTD-FUNC-ANALISADOS PIC 9(5) VALUE ZEROS.
       77 QTD-VENCIDAS PIC 9(5) VALUE ZEROS.
       77 QTD-A-VENCER PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, BRANCO = HOJE): '.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA NUMERIC
               AND WRK-DATA-ENTRADA(5:2) NOT LESS THAN '01'
               AND WRK-DATA-ENTRADA(5:2) NOT GREATER THAN '12'
               AND WRK-DATA-ENTRADA(7:2) NOT LESS THAN '01'
               AND WRK-DATA-ENTRADA(7:2) NOT GREATER THAN '31'
               MOVE WRK-DATA-ENTRADA TO WRK-DATA-REF
           ELSE
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIA-REF = FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'FERIAS VENCIDAS / A VENCER EM ' WRK-DATA-REF
               DISPLAY '#########################################'
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 001-PROCESSA-FUNCIONARIO
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
               PERFORM 005-TOTAIS
           END-IF.
           GOBACK.

       001-PROCESSA-FUNCIONARIO.
      **
      * Desligados are settled at termination and an employee with
      * no admission date has no periods to follow - both are left
      * out.
      **
           IF FUNC-SITUACAO NOT EQUAL 'D'
               AND FUNC-ADMISSAO NUMERIC
               AND FUNC-ADMISSAO NOT EQUAL ZEROS
               MOVE FUNC-NOME TO WRK-NOME
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
               MOVE FUNC-ADMISSAO TO WRK-ADMISSAO
               ADD 1 TO QTD-FUNC-ANALISADOS
               PERFORM 100-MONTA-PERIODOS
               PERFORM 002-AVALIA-PERIODO
                   VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO GREATER THAN QTD-PERIODOS
           END-IF.
           READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS.

       002-AVALIA-PERIODO.
      **
      * Only a completed period with days left can expire: past its
      * limit it is VENCIDA (owed in double), inside the horizon it
      * is A VENCER. A slice already scheduled is shown alongside.
      **
           IF TABPER-SALDO(IDX-PERIODO) GREATER THAN ZEROS
               AND TABPER-FIM(IDX-PERIODO) LESS THAN WRK-DATA-REF
               COMPUTE WRK-DIA-LIMITE = FUNCTION INTEGER-OF-DATE
                   (TABPER-LIMITE(IDX-PERIODO))
               IF TABPER-LIMITE(IDX-PERIODO) LESS THAN WRK-DATA-REF
                   ADD 1 TO QTD-VENCIDAS
                   DISPLAY WRK-NOME ' VENCIDA   '
                       TABPER-INI(IDX-PERIODO) '-'
                       TABPER-FIM(IDX-PERIODO) ' LIMITE '
                       TABPER-LIMITE(IDX-PERIODO) ' SALDO '
                       TABPER-SALDO(IDX-PERIODO)
                   PERFORM 003-EXIBE-PROGRAMACAO
               ELSE
                   COMPUTE WRK-DIAS-RESTAM =
                       WRK-DIA-LIMITE - WRK-DIA-REF
                   IF WRK-DIAS-RESTAM NOT GREATER THAN WRK-HORIZONTE
                       ADD 1 TO QTD-A-VENCER
                       MOVE WRK-DIAS-RESTAM TO WRK-DIAS-RESTAM-ED
                       DISPLAY WRK-NOME ' A VENCER  '
                           TABPER-INI(IDX-PERIODO) '-'
                           TABPER-FIM(IDX-PERIODO) ' LIMITE '
                           TABPER-LIMITE(IDX-PERIODO) ' SALDO '
                           TABPER-SALDO(IDX-PERIODO) ' EM '
                           WRK-DIAS-RESTAM-ED ' DIAS'
                       PERFORM 003-EXIBE-PROGRAMACAO
                   END-IF
               END-IF
           END-IF.

       003-EXIBE-PROGRAMACAO.
           IF TABPER-SITUACAO(IDX-PERIODO) EQUAL 'P'
               DISPLAY '    PROGRAMADAS A PARTIR DE '
                   TABPER-PROG-INI(IDX-PERIODO)
           ELSE
               DISPLAY '    SEM PROGRAMACAO - AGENDAR NO PROG035'
           END-IF.

       005-TOTAIS.
           DISPLAY '#########################################'.
           MOVE QTD-FUNC-ANALISADOS TO WRK-QTD-ED.
           DISPLAY 'FUNCIONARIOS ANALISADOS: ' WRK-QTD-ED.
           MOVE QTD-VENCIDAS TO WRK-QTD-ED.
           DISPLAY 'PERIODOS VENCIDOS:       ' WRK-QTD-ED.
           MOVE QTD-A-VENCER TO WRK-QTD-ED.
           DISPLAY 'PERIODOS A VENCER:       ' WRK-QTD-ED.

       100-MONTA-PERIODOS.
      **
      * Same period arithmetic as PROG035: one year from the
      * admission date per period, the periodo concessivo one year
      * after it, then what FERIAS.TXT records for each.
      **
           MOVE ZEROS TO QTD-PERIODOS.
           MOVE WRK-ADMISSAO TO WRK-PER-INI.
           PERFORM 101-MONTA-PERIODO
               UNTIL WRK-PER-INI GREATER THAN WRK-DATA-REF
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
           MOVE 30 TO TABPER-SALDO(QTD-PERIODOS).
           MOVE ZEROS TO TABPER-PROG-INI(QTD-PERIODOS).
           MOVE 'A' TO TABPER-SITUACAO(QTD-PERIODOS).

       102-SOMA-ANO.
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
               MOVE FER-DIAS-SALDO TO TABPER-SALDO(IDX-PERIODO)
               MOVE FER-PROG-INI TO TABPER-PROG-INI(IDX-PERIODO)
               MOVE FER-SITUACAO TO TABPER-SITUACAO(IDX-PERIODO)
           END-IF.

       105-MESMO-FUNCIONARIO.
      **
      * Same rule as PROG035: by the matricula; by the name when
      * the FERIAS.TXT line predates it.
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
       END PROGRAM PROG036.
