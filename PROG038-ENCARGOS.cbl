      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG038.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * The competencia's payroll comes from FOLHA.TXT and, for a
      * month PROG017 already moved to the archive, FOLHAARQ.TXT;
      * ALIQUOTAS.TXT holds the charge rates per company and
      * COMPCTL.TXT (PROG002 modes 5/6) says whether the month is
      * closed - guides only go out for a closed one.
      *-----------------------
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT FOLHAARQ ASSIGN TO 'FOLHAARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHAARQ-STATUS.
           SELECT ALIQUOTAS ASSIGN TO 'ALIQUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIQ-STATUS.
           SELECT COMPCTL ASSIGN TO 'COMPCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPCTL-STATUS.
      *-----------------------
      * EMPRESAS.TXT is the PROG039 company master: the break is by
      * the company code, the record's own or, for older records,
      * the one whose razao social matches the spelling on file -
      * the same resolution PROG008 makes.
      *-----------------------
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
      * ENCARGOS.TXT is the printable charges statement, per company
      * with the employee detail; GUIAS.TXT the payable lines for
      * accounts payable. Both are rebuilt on every run.
      *-----------------------
           SELECT ENCARGOS ASSIGN TO 'ENCARGOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENCARGOS-STATUS.
           SELECT GUIAS ASSIGN TO 'GUIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GUIAS-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * Sort work file for the company/employee control break, the
      * same machinery PROG008 uses for its EMPRESA report.
           SELECT SORT-ENCARGOS ASSIGN TO 'ENCSORT.TMP'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FOLHA.
       COPY FOLHA.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD ALIQUOTAS.
       COPY ALIQUOTA.
       FD COMPCTL.
       01 COMPCTL-REG.
           05 CTL-COMPETENCIA PIC X(6).
           05 CTL-SITUACAO PIC X(1).
           05 CTL-DATA PIC 9(8).
           05 CTL-OPERADOR PIC X(8).
       FD EMPRESAS.
       COPY EMPRESA.
       FD ENCARGOS.
       01 ENCARGOS-REG PIC X(80).
       FD GUIAS.
       COPY GUIA.
       FD AUDITORIA.
       COPY AUDITORIA.
       SD SORT-ENCARGOS.
       01 SORT-REG.
           05 SORT-EMP-CODIGO PIC X(3).
           05 SORT-EMPRESA-KEY PIC X(30).
           05 SORT-NOME PIC X(30).
           05 SORT-COMPETENCIA PIC X(6).
           05 SORT-BASE PIC 9(16)V99.
           05 SORT-RAZAO PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALIQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-COMPCTL-STATUS PIC X(2) VALUE SPACES.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-ENCARGOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-GUIAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-ALIQUOTAS PIC 9(1) VALUE 0.
       77 FLAG-COMPCTL PIC 9(1) VALUE 0.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 FLAG-SORT PIC 9(1) VALUE 0.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Competencia pedida e a das ferias pagas no mesmo mes
      * (AAAA(MM + 20)), que entra junto; no 13o (AAAA13) so ele.
       77 WRK-COMPETENCIA PIC X(6) VALUE SPACES.
       77 WRK-COMP-FERIAS PIC X(6) VALUE SPACES.
       77 WRK-COMP-OK PIC X(1) VALUE 'N'.
       77 WRK-MES-NUM PIC 9(2) VALUE ZEROS.
       77 WRK-COMP-FECHADA-SW PIC X(1) VALUE 'N'.
       01 WRK-VENCIMENTO PIC 9(8) VALUE ZEROS.
       01 WRK-VENCIMENTO-R REDEFINES WRK-VENCIMENTO.
           05 WRK-VENC-AAAA PIC 9(4).
           05 WRK-VENC-MM PIC 9(2).
           05 WRK-VENC-DD PIC 9(2).
      *-----------------------
      * Aliquotas vigentes na competencia (globais e por empresa) e
      * as da empresa corrente da quebra; sem linha aplicavel valem
      * as aliquotas legais de referencia.
       01 TABELA-ALIQUOTAS.
           05 ALIQ-VIG-ITEM OCCURS 50 TIMES.
               10 TABALQ-EMPRESA PIC X(30).
               10 TABALQ-FGTS PIC 9(2)V99.
               10 TABALQ-INSS PIC 9(2)V99.
               10 TABALQ-TERCEIROS PIC 9(2)V99.
       77 QTD-ALIQUOTAS PIC 9(2) VALUE ZEROS.
       77 IDX-ALIQ PIC 9(2) VALUE ZEROS.
       77 FLAG-LIMITE-ALIQ PIC 9(1) VALUE 0.
       77 WRK-PCT-FGTS PIC 9(2)V99 VALUE ZEROS.
       77 WRK-PCT-INSS PIC 9(2)V99 VALUE ZEROS.
       77 WRK-PCT-TERCEIROS PIC 9(2)V99 VALUE ZEROS.
       77 WRK-ALIQ-EMPRESA-SW PIC X(1) VALUE 'N'.
      *-----------------------
      * Cadastro de empresas (PROG039), para resolver o codigo da
      * empresa de cada registro da folha.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Quebra por empresa e funcionario. Uma competencia
      * reprocessada com autorizacao do supervisor deixa o mesmo
      * funcionario duas vezes no mesmo mes: vale o ultimo registro.
       77 WRK-CODIGO-ANTERIOR PIC X(3) VALUE SPACES.
       77 WRK-EMPRESA-ANTERIOR PIC X(30) VALUE SPACES.
       77 WRK-RAZAO-ANTERIOR PIC X(30) VALUE SPACES.
       77 WRK-NOME-ANTERIOR PIC X(30) VALUE SPACES.
       77 WRK-COMP-ANTERIOR PIC X(6) VALUE SPACES.
       77 WRK-PRIMEIRO-REG PIC X(1) VALUE 'S'.
       77 WRK-MUDOU-EMPRESA PIC X(1) VALUE 'N'.
       77 WRK-MUDOU-FUNC PIC X(1) VALUE 'N'.
       77 WRK-BASE-ULTIMO PIC 9(16)V99 VALUE ZEROS.
       77 WRK-BASE-FUNC PIC 9(16)V99 VALUE ZEROS.
       77 WRK-FGTS-FUNC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-INSS-FUNC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TERC-FUNC PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Totais da empresa corrente e totais gerais.
       77 WRK-EMP-FUNC PIC 9(5) VALUE ZEROS.
       77 WRK-EMP-BASE PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-FGTS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-INSS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-EMP-TERC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-EMPRESAS PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-FUNC PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-BASE PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-INSS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-TERC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QTD-GUIAS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Gravacao de uma guia.
       77 WRK-GUIA-TIPO PIC X(10) VALUE SPACES.
       77 WRK-GUIA-PCT PIC 9(2)V99 VALUE ZEROS.
       77 WRK-GUIA-VALOR PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Linhas do demonstrativo.
       01 WRK-LINHA-DETALHE.
           05 DET-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-BASE PIC Z(9)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FGTS PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-INSS PIC Z(7)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-TERC PIC Z(7)9.99.
       77 WRK-LINHA PIC X(80) VALUE SPACES.
       77 WRK-PCT-FGTS-ED PIC Z9.99 VALUE ZEROS.
       77 WRK-PCT-INSS-ED PIC Z9.99 VALUE ZEROS.
       77 WRK-PCT-TERC-ED PIC Z9.99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-CONTADOR-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes da apuracao.
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
           PERFORM 001-ACEITA-COMPETENCIA.
           IF WRK-COMP-OK EQUAL 'S'
               PERFORM 056-CONFERE-CONTROLE
               IF WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                       'EXECUCAO INTERROMPIDA.'
                   MOVE 'N' TO WRK-COMP-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-COMP-OK EQUAL 'S'
               PERFORM 005-VERIFICA-FECHADA
               PERFORM 010-CARREGA-ALIQUOTAS
               PERFORM 017-CARREGA-EMPRESAS
               PERFORM 015-CALCULA-VENCIMENTO
               OPEN OUTPUT ENCARGOS
               IF WRK-COMP-FECHADA-SW EQUAL 'S'
                   OPEN OUTPUT GUIAS
               END-IF
               PERFORM 016-CABECALHO
               SORT SORT-ENCARGOS
                   ON ASCENDING KEY SORT-EMP-CODIGO
                   ON ASCENDING KEY SORT-EMPRESA-KEY
                   ON ASCENDING KEY SORT-NOME
                   ON ASCENDING KEY SORT-COMPETENCIA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 020-CARREGA-SORT
                   OUTPUT PROCEDURE IS 030-IMPRIME-SORT
               PERFORM 050-TOTAL-GERAL
               CLOSE ENCARGOS
               MOVE 'ENCARGOS.TXT' TO SPP-ARQUIVO
               MOVE 'DEMONSTRATIVO DE ENCARGOS' TO SPP-DESCRICAO
               PERFORM 057-GUARDA-SPOOL
               DISPLAY 'DEMONSTRATIVO GRAVADO EM ENCARGOS.TXT.'
               IF WRK-COMP-FECHADA-SW EQUAL 'S'
                   CLOSE GUIAS
                   MOVE 'GUIAS.TXT' TO SPP-ARQUIVO
                   MOVE 'GUIAS DE RECOLHIMENTO DOS ENCARGOS'
                       TO SPP-DESCRICAO
                   PERFORM 057-GUARDA-SPOOL
                   MOVE WRK-QTD-GUIAS TO WRK-CONTADOR-ED
                   DISPLAY 'GUIAS GRAVADAS EM GUIAS.TXT: '
                       WRK-CONTADOR-ED
                   PERFORM 055-GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' NAO FECHADA - GUIAS NAO EMITIDAS. FECHE A '
                       'COMPETENCIA NO PROG002 (MODO 5).'
               END-IF
           END-IF.
           GOBACK.

       001-ACEITA-COMPETENCIA.
      **
      * A regular month (AAAAMM) brings along the ferias paid in it
      * (stamped AAAA(MM + 20)); the 13th (AAAA13) stands alone.
      **
           DISPLAY 'COMPETENCIA (AAAAMM, AAAA13 = 13o): '.
           MOVE SPACES TO WRK-COMPETENCIA.
           ACCEPT WRK-COMPETENCIA.
           MOVE 'N' TO WRK-COMP-OK.
           MOVE SPACES TO WRK-COMP-FERIAS.
           IF WRK-COMPETENCIA NOT NUMERIC
               OR WRK-COMPETENCIA(5:2) LESS THAN '01'
               OR WRK-COMPETENCIA(5:2) GREATER THAN '13'
               DISPLAY 'COMPETENCIA INVALIDA.'
           ELSE
               MOVE 'S' TO WRK-COMP-OK
               IF WRK-COMPETENCIA(5:2) NOT EQUAL '13'
                   MOVE WRK-COMPETENCIA TO WRK-COMP-FERIAS
                   MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-NUM
                   ADD 20 TO WRK-MES-NUM
                   MOVE WRK-MES-NUM TO WRK-COMP-FERIAS(5:2)
               END-IF
           END-IF.

       005-VERIFICA-FECHADA.
      **
      * Current state of the competencia in COMPCTL.TXT, the last
      * line citing it wins - the same reading PROG002 makes.
      **
           MOVE 'N' TO WRK-COMP-FECHADA-SW.
           OPEN INPUT COMPCTL.
           IF WS-COMPCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-COMPCTL
               READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL
               END-READ
               PERFORM 006-VERIFICA-FECHADA-ITEM
                   UNTIL FLAG-COMPCTL EQUAL TO 1
               CLOSE COMPCTL
           END-IF.

       006-VERIFICA-FECHADA-ITEM.
           IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               IF CTL-SITUACAO EQUAL 'F'
                   MOVE 'S' TO WRK-COMP-FECHADA-SW
               ELSE
                   MOVE 'N' TO WRK-COMP-FECHADA-SW
               END-IF
           END-IF.
           READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL.

       010-CARREGA-ALIQUOTAS.
      **
      * Rows of ALIQUOTAS.TXT in force in the competencia, global
      * and per company; the choice per company is made at its
      * break.
      **
           MOVE ZEROS TO QTD-ALIQUOTAS.
           OPEN INPUT ALIQUOTAS.
           IF WS-ALIQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ALIQUOTAS
               READ ALIQUOTAS AT END MOVE 1 TO FLAG-ALIQUOTAS
               END-READ
               PERFORM 011-CARREGA-ALIQ-ITEM
                   UNTIL FLAG-ALIQUOTAS EQUAL TO 1
               CLOSE ALIQUOTAS
           ELSE
               DISPLAY 'ALIQUOTAS.TXT AUSENTE - USANDO ALIQUOTAS DE '
                   'REFERENCIA.'
           END-IF.

       011-CARREGA-ALIQ-ITEM.
           IF (ALIQ-VIG-INI NOT NUMERIC
               OR ALIQ-VIG-INI NOT GREATER THAN WRK-COMPETENCIA)
               AND (ALIQ-VIG-FIM NOT NUMERIC
               OR ALIQ-VIG-FIM NOT LESS THAN WRK-COMPETENCIA)
               AND ALIQ-PCT-FGTS NUMERIC
               AND ALIQ-PCT-INSS NUMERIC
               AND ALIQ-PCT-TERCEIROS NUMERIC
               IF QTD-ALIQUOTAS LESS THAN 50
                   ADD 1 TO QTD-ALIQUOTAS
                   MOVE ALIQ-EMPRESA TO TABALQ-EMPRESA(QTD-ALIQUOTAS)
                   MOVE ALIQ-PCT-FGTS TO TABALQ-FGTS(QTD-ALIQUOTAS)
                   MOVE ALIQ-PCT-INSS TO TABALQ-INSS(QTD-ALIQUOTAS)
                   MOVE ALIQ-PCT-TERCEIROS
                       TO TABALQ-TERCEIROS(QTD-ALIQUOTAS)
               ELSE
                   IF FLAG-LIMITE-ALIQ EQUAL 0
                       DISPLAY 'AVISO: MAIS DE 50 LINHAS VIGENTES EM '
                           'ALIQUOTAS.TXT - EXCEDENTE IGNORADO.'
                       MOVE 1 TO FLAG-LIMITE-ALIQ
                   END-IF
               END-IF
           END-IF.
           READ ALIQUOTAS AT END MOVE 1 TO FLAG-ALIQUOTAS.

       012-SELECIONA-ALIQUOTAS.
      **
      * Rates of the company at the break: its own row (keyed by
      * razao social or EMPRESAS.TXT code) when it has one, the
      * global row otherwise, the reference rates (FGTS 8%, INSS
      * 20%, terceiros 5.8%) when neither exists.
      **
           MOVE 8.00 TO WRK-PCT-FGTS.
           MOVE 20.00 TO WRK-PCT-INSS.
           MOVE 5.80 TO WRK-PCT-TERCEIROS.
           MOVE 'N' TO WRK-ALIQ-EMPRESA-SW.
           PERFORM 013-SELECIONA-ALIQ-ITEM
               VARYING IDX-ALIQ FROM 1 BY 1
               UNTIL IDX-ALIQ GREATER THAN QTD-ALIQUOTAS.

       013-SELECIONA-ALIQ-ITEM.
           IF TABALQ-EMPRESA(IDX-ALIQ) NOT EQUAL SPACES
               AND (TABALQ-EMPRESA(IDX-ALIQ) EQUAL WRK-RAZAO-ANTERIOR
               OR (WRK-CODIGO-ANTERIOR NOT EQUAL SPACES
               AND TABALQ-EMPRESA(IDX-ALIQ)
                   EQUAL WRK-CODIGO-ANTERIOR))
               MOVE 'S' TO WRK-ALIQ-EMPRESA-SW
               MOVE TABALQ-FGTS(IDX-ALIQ) TO WRK-PCT-FGTS
               MOVE TABALQ-INSS(IDX-ALIQ) TO WRK-PCT-INSS
               MOVE TABALQ-TERCEIROS(IDX-ALIQ) TO WRK-PCT-TERCEIROS
           END-IF.
           IF TABALQ-EMPRESA(IDX-ALIQ) EQUAL SPACES
               AND WRK-ALIQ-EMPRESA-SW EQUAL 'N'
               MOVE TABALQ-FGTS(IDX-ALIQ) TO WRK-PCT-FGTS
               MOVE TABALQ-INSS(IDX-ALIQ) TO WRK-PCT-INSS
               MOVE TABALQ-TERCEIROS(IDX-ALIQ) TO WRK-PCT-TERCEIROS
           END-IF.

       015-CALCULA-VENCIMENTO.
      **
      * Guides fall due on the 20th of the month after the
      * competencia; the 13th is treated as December.
      **
           MOVE WRK-COMPETENCIA(1:4) TO WRK-VENC-AAAA.
           MOVE WRK-COMPETENCIA(5:2) TO WRK-VENC-MM.
           IF WRK-VENC-MM GREATER THAN 11
               ADD 1 TO WRK-VENC-AAAA
               MOVE 1 TO WRK-VENC-MM
           ELSE
               ADD 1 TO WRK-VENC-MM
           END-IF.
           MOVE 20 TO WRK-VENC-DD.

       016-CABECALHO.
           MOVE ALL '=' TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEMONSTRATIVO DE ENCARGOS - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           IF WRK-COMP-FECHADA-SW NOT EQUAL 'S'
               MOVE '(PREVIA - ABERTA)' TO WRK-LINHA(50:17)
           END-IF.
           MOVE WRK-LINHA TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE ALL '=' TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.

       017-CARREGA-EMPRESAS.
      **
      * The company master in memory, code and razao social, for
      * the sort key of each payroll record.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 018-CARREGA-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       018-CARREGA-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       020-CARREGA-SORT.
      **
      * Both the live payroll and its archive feed the sort - a
      * closed month may already sit in FOLHAARQ.TXT, whole or in
      * part.
      **
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHA AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 021-FOLHA-ITEM UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHA
           END-IF.
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 022-FOLHAARQ-ITEM UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHAARQ
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
      * The charge base is the gross of the record, FOLHA-BRUTO -
      * the salary of the days paid plus the proventos, the same
      * figure the accounting export books. Records written before
      * it existed rebuild it: the salary used in the calculation
      * ((S + D) / 2) plus the proventos paid with it.
      **
           IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA
               OR (FOLHA-COMPETENCIA EQUAL WRK-COMP-FERIAS
               AND WRK-COMP-FERIAS NOT EQUAL SPACES)
               PERFORM 024-RESOLVE-EMPRESA
               MOVE FOLHA-NOME TO SORT-NOME
               MOVE FOLHA-COMPETENCIA TO SORT-COMPETENCIA
               IF FOLHA-BRUTO NUMERIC
                   MOVE FOLHA-BRUTO TO SORT-BASE
               ELSE
                   COMPUTE SORT-BASE =
                       (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
                   IF FOLHA-PROVENTOS NUMERIC
                       ADD FOLHA-PROVENTOS TO SORT-BASE
                   END-IF
               END-IF
               RELEASE SORT-REG
           END-IF.

       024-RESOLVE-EMPRESA.
      **
      * Company of the record: its FOLHA-EMP-CODIGO, or for older
      * records the code whose razao social matches the spelling on
      * file, so a company keyed by code gives one statement and one
      * set of guides however its name was typed. The name printed
      * is the master's; a record the master does not know keeps
      * its own code and spelling. Under a code the spelling stays
      * out of the key, so each employee's months sort together.
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           PERFORM 025-PROCURA-EMPRESA
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           IF IDX-EMP-ACHADO GREATER THAN ZEROS
               MOVE TABEMP-CODIGO(IDX-EMP-ACHADO) TO SORT-EMP-CODIGO
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO) TO SORT-RAZAO
           ELSE
               MOVE FOLHA-EMP-CODIGO TO SORT-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO SORT-RAZAO
           END-IF.
           IF SORT-EMP-CODIGO EQUAL SPACES
               MOVE SORT-RAZAO TO SORT-EMPRESA-KEY
           ELSE
               MOVE SPACES TO SORT-EMPRESA-KEY
           END-IF.

       025-PROCURA-EMPRESA.
           IF (FOLHA-EMP-CODIGO NOT EQUAL SPACES
               AND TABEMP-CODIGO(IDX-EMPRESA) EQUAL FOLHA-EMP-CODIGO)
               OR (FOLHA-EMP-CODIGO EQUAL SPACES
               AND TABEMP-RAZAO-SOCIAL(IDX-EMPRESA)
                   EQUAL FOLHA-EMPRESA)
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       030-IMPRIME-SORT.
           MOVE 'S' TO WRK-PRIMEIRO-REG.
           MOVE ZEROS TO WRK-BASE-FUNC.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-ENCARGOS AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 031-PROCESSA-SORT-ITEM UNTIL FLAG-SORT EQUAL TO 1.
           IF WRK-PRIMEIRO-REG EQUAL 'N'
               PERFORM 033-FECHA-FUNCIONARIO
               PERFORM 035-QUEBRA-EMPRESA
           END-IF.

       031-PROCESSA-SORT-ITEM.
           MOVE 'N' TO WRK-MUDOU-EMPRESA.
           MOVE 'N' TO WRK-MUDOU-FUNC.
           IF WRK-PRIMEIRO-REG EQUAL 'S'
               OR SORT-EMP-CODIGO NOT EQUAL WRK-CODIGO-ANTERIOR
               OR SORT-EMPRESA-KEY NOT EQUAL WRK-EMPRESA-ANTERIOR
               MOVE 'S' TO WRK-MUDOU-EMPRESA
               MOVE 'S' TO WRK-MUDOU-FUNC
           END-IF.
           IF SORT-NOME NOT EQUAL WRK-NOME-ANTERIOR
               MOVE 'S' TO WRK-MUDOU-FUNC
           END-IF.
           IF WRK-PRIMEIRO-REG EQUAL 'N'
               AND WRK-MUDOU-FUNC EQUAL 'S'
               PERFORM 033-FECHA-FUNCIONARIO
           END-IF.
           IF WRK-PRIMEIRO-REG EQUAL 'N'
               AND WRK-MUDOU-EMPRESA EQUAL 'S'
               PERFORM 035-QUEBRA-EMPRESA
           END-IF.
           IF WRK-MUDOU-EMPRESA EQUAL 'S'
               MOVE SORT-EMP-CODIGO TO WRK-CODIGO-ANTERIOR
               MOVE SORT-EMPRESA-KEY TO WRK-EMPRESA-ANTERIOR
               MOVE SORT-RAZAO TO WRK-RAZAO-ANTERIOR
               PERFORM 034-INICIA-EMPRESA
           END-IF.
           IF WRK-MUDOU-FUNC EQUAL 'N'
               AND SORT-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
               SUBTRACT WRK-BASE-ULTIMO FROM WRK-BASE-FUNC
           END-IF.
           ADD SORT-BASE TO WRK-BASE-FUNC.
           MOVE SORT-BASE TO WRK-BASE-ULTIMO.
           MOVE SORT-NOME TO WRK-NOME-ANTERIOR.
           MOVE SORT-COMPETENCIA TO WRK-COMP-ANTERIOR.
           MOVE 'N' TO WRK-PRIMEIRO-REG.
           RETURN SORT-ENCARGOS AT END MOVE 1 TO FLAG-SORT
           END-RETURN.

       033-FECHA-FUNCIONARIO.
      **
      * One detail line per employee: the month's gross and each
      * charge on it at the company's rates.
      **
           COMPUTE WRK-FGTS-FUNC ROUNDED =
               WRK-BASE-FUNC * WRK-PCT-FGTS / 100.
           COMPUTE WRK-INSS-FUNC ROUNDED =
               WRK-BASE-FUNC * WRK-PCT-INSS / 100.
           COMPUTE WRK-TERC-FUNC ROUNDED =
               WRK-BASE-FUNC * WRK-PCT-TERCEIROS / 100.
           ADD 1 TO WRK-EMP-FUNC.
           ADD WRK-BASE-FUNC TO WRK-EMP-BASE.
           ADD WRK-FGTS-FUNC TO WRK-EMP-FGTS.
           ADD WRK-INSS-FUNC TO WRK-EMP-INSS.
           ADD WRK-TERC-FUNC TO WRK-EMP-TERC.
           MOVE WRK-NOME-ANTERIOR TO DET-NOME.
           MOVE WRK-BASE-FUNC TO DET-BASE.
           MOVE WRK-FGTS-FUNC TO DET-FGTS.
           MOVE WRK-INSS-FUNC TO DET-INSS.
           MOVE WRK-TERC-FUNC TO DET-TERC.
           MOVE WRK-LINHA-DETALHE TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE ZEROS TO WRK-BASE-FUNC.

       034-INICIA-EMPRESA.
           PERFORM 012-SELECIONA-ALIQUOTAS.
           MOVE ZEROS TO WRK-EMP-FUNC.
           MOVE ZEROS TO WRK-EMP-BASE.
           MOVE ZEROS TO WRK-EMP-FGTS.
           MOVE ZEROS TO WRK-EMP-INSS.
           MOVE ZEROS TO WRK-EMP-TERC.
           MOVE SPACES TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CODIGO-ANTERIOR EQUAL SPACES
               STRING 'EMPRESA: (SEM CADASTRO) ' DELIMITED BY SIZE
                   WRK-RAZAO-ANTERIOR DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
           ELSE
               STRING 'EMPRESA: ' DELIMITED BY SIZE
                   WRK-CODIGO-ANTERIOR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-RAZAO-ANTERIOR DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
           END-IF.
           MOVE WRK-LINHA TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE WRK-PCT-FGTS TO WRK-PCT-FGTS-ED.
           MOVE WRK-PCT-INSS TO WRK-PCT-INSS-ED.
           MOVE WRK-PCT-TERCEIROS TO WRK-PCT-TERC-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALIQUOTAS: FGTS ' DELIMITED BY SIZE
               WRK-PCT-FGTS-ED DELIMITED BY SIZE
               '%  INSS ' DELIMITED BY SIZE
               WRK-PCT-INSS-ED DELIMITED BY SIZE
               '%  TERCEIROS ' DELIMITED BY SIZE
               WRK-PCT-TERC-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE ALL '-' TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE SPACES TO WRK-LINHA.
           MOVE 'FUNCIONARIO' TO WRK-LINHA(1:11).
           MOVE 'BASE' TO WRK-LINHA(41:4).
           MOVE 'FGTS' TO WRK-LINHA(53:4).
           MOVE 'INSS' TO WRK-LINHA(65:4).
           MOVE 'TERCEIROS' TO WRK-LINHA(72:9).
           MOVE WRK-LINHA TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.

       035-QUEBRA-EMPRESA.
      **
      * Company break: the totals line of the statement and, for a
      * closed competencia, one guide per charge type.
      **
           MOVE ALL '-' TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-EMP-FUNC TO WRK-CONTADOR-ED.
           STRING 'TOTAL EMPRESA (' DELIMITED BY SIZE
               WRK-CONTADOR-ED DELIMITED BY SIZE
               ' FUNC.)' DELIMITED BY SIZE
               INTO DET-NOME
           END-STRING.
           MOVE WRK-EMP-BASE TO DET-BASE.
           MOVE WRK-EMP-FGTS TO DET-FGTS.
           MOVE WRK-EMP-INSS TO DET-INSS.
           MOVE WRK-EMP-TERC TO DET-TERC.
           MOVE WRK-LINHA-DETALHE TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           COMPUTE WRK-GUIA-VALOR = WRK-EMP-FGTS + WRK-EMP-INSS
               + WRK-EMP-TERC.
           MOVE WRK-GUIA-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE ENCARGOS DA EMPRESA: R$' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           DISPLAY 'EMPRESA ' WRK-CODIGO-ANTERIOR ' '
               WRK-RAZAO-ANTERIOR ' ENCARGOS: R$' WRK-VALOR-ED.
           IF WRK-COMP-FECHADA-SW EQUAL 'S'
               MOVE 'FGTS' TO WRK-GUIA-TIPO
               MOVE WRK-PCT-FGTS TO WRK-GUIA-PCT
               MOVE WRK-EMP-FGTS TO WRK-GUIA-VALOR
               PERFORM 036-GRAVA-GUIA
               MOVE 'INSS' TO WRK-GUIA-TIPO
               MOVE WRK-PCT-INSS TO WRK-GUIA-PCT
               MOVE WRK-EMP-INSS TO WRK-GUIA-VALOR
               PERFORM 036-GRAVA-GUIA
               MOVE 'TERCEIROS' TO WRK-GUIA-TIPO
               MOVE WRK-PCT-TERCEIROS TO WRK-GUIA-PCT
               MOVE WRK-EMP-TERC TO WRK-GUIA-VALOR
               PERFORM 036-GRAVA-GUIA
           END-IF.
           ADD 1 TO WRK-TOT-EMPRESAS.
           ADD WRK-EMP-FUNC TO WRK-TOT-FUNC.
           ADD WRK-EMP-BASE TO WRK-TOT-BASE.
           ADD WRK-EMP-FGTS TO WRK-TOT-FGTS.
           ADD WRK-EMP-INSS TO WRK-TOT-INSS.
           ADD WRK-EMP-TERC TO WRK-TOT-TERC.

       036-GRAVA-GUIA.
           MOVE WRK-RAZAO-ANTERIOR TO GUIA-EMPRESA.
           MOVE WRK-CODIGO-ANTERIOR TO GUIA-EMP-CODIGO.
           MOVE WRK-COMPETENCIA TO GUIA-COMPETENCIA.
           MOVE WRK-GUIA-TIPO TO GUIA-TIPO.
           MOVE WRK-EMP-FUNC TO GUIA-QTD-FUNC.
           MOVE WRK-EMP-BASE TO GUIA-BASE.
           MOVE WRK-GUIA-PCT TO GUIA-ALIQUOTA.
           MOVE WRK-GUIA-VALOR TO GUIA-VALOR.
           MOVE WRK-VENCIMENTO TO GUIA-VENCIMENTO.
           MOVE WRK-DATA-HOJE TO GUIA-EMISSAO.
           WRITE GUIA-REG.
           ADD 1 TO WRK-QTD-GUIAS.

       050-TOTAL-GERAL.
           MOVE SPACES TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE ALL '=' TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-TOT-EMPRESAS TO WRK-CONTADOR-ED.
           STRING 'TOTAL GERAL (' DELIMITED BY SIZE
               WRK-CONTADOR-ED DELIMITED BY SIZE
               ' EMPRESAS)' DELIMITED BY SIZE
               INTO DET-NOME
           END-STRING.
           MOVE WRK-TOT-BASE TO DET-BASE.
           MOVE WRK-TOT-FGTS TO DET-FGTS.
           MOVE WRK-TOT-INSS TO DET-INSS.
           MOVE WRK-TOT-TERC TO DET-TERC.
           MOVE WRK-LINHA-DETALHE TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           MOVE ALL '=' TO ENCARGOS-REG.
           WRITE ENCARGOS-REG.
           IF WRK-TOT-EMPRESAS EQUAL ZEROS
               DISPLAY 'NENHUM REGISTRO DA COMPETENCIA '
                   WRK-COMPETENCIA ' EM FOLHA.TXT OU FOLHAARQ.TXT.'
           END-IF.
           MOVE WRK-TOT-FUNC TO WRK-CONTADOR-ED.
           DISPLAY 'FUNCIONARIOS: ' WRK-CONTADOR-ED.
           MOVE WRK-TOT-FGTS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL FGTS:      R$' WRK-VALOR-ED.
           MOVE WRK-TOT-INSS TO WRK-VALOR-ED.
           DISPLAY 'TOTAL INSS:      R$' WRK-VALOR-ED.
           MOVE WRK-TOT-TERC TO WRK-VALOR-ED.
           DISPLAY 'TOTAL TERCEIROS: R$' WRK-VALOR-ED.

       055-GRAVA-AUDITORIA.
      **
      * One audit line per guide issue, with the competencia in
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
               MOVE 'PROG038' TO AUD-PROGRAMA
               MOVE 'GUIAS ENCARGOS' TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE SPACES TO AUD-MOTIVO
               STRING 'COMPETENCIA ' DELIMITED BY SIZE
                   WRK-COMPETENCIA DELIMITED BY SIZE
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
           MOVE 'PROG038' TO CTP-PROGRAMA.
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
           MOVE 'PROG038' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG038.
