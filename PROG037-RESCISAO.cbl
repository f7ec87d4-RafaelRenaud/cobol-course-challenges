      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG037.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * FUNCIONARIOS.DAT supplies the employee already desligado in
      * PROG009 (situacao 'D', FUNC-DEMISSAO filled); FOLHA.TXT the
      * months of the year already paid, for the 13th proporcional
      * and to know whether the last month's salary went out in the
      * lote; FERIAS.TXT the periods still owed; FAIXAS.TXT the
      * brackets in force in the termination month.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT FERIAS ASSIGN TO 'FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERIAS-STATUS.
           SELECT FAIXAS ASSIGN TO 'FAIXAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAIXAS-STATUS.
      *-----------------------
      * TRCT.TXT is the printable termo de rescisao, rebuilt on
      * every run; RESCISOES.TXT keeps the settlement for the PROG002
      * lote to pay, rewritten through RESCTEMP.TMP when a pending
      * settlement is calculated again.
      *-----------------------
           SELECT TRCT ASSIGN TO 'TRCT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRCT-STATUS.
           SELECT RESCISOES ASSIGN TO 'RESCISOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESC-STATUS.
           SELECT RESCTEMP ASSIGN TO 'RESCTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * CONSIGNADOS.TXT (PROG043) is read only to show on the termo
      * the payroll loans still open and what is owed on them - the
      * lote that pays the settlement reports the balance to the
      * banks and closes the contracts.
      *-----------------------
           SELECT CONSIGNADOS ASSIGN TO 'CONSIGNADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSIG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD FOLHA.
       COPY FOLHA.
       FD FERIAS.
       COPY FERIAS.
       FD FAIXAS.
       01 FAIXA-REG.
           05 FAIXA-LIMITE PIC 9(8)V99.
           05 FAIXA-PCT-IMPOSTO PIC 9(2)V99.
           05 FAIXA-PCT-BENEFICIOS PIC 9(2)V99.
           05 FAIXA-DESCRICAO PIC X(15).
           05 FAIXA-VIG-INI PIC X(6).
           05 FAIXA-VIG-FIM PIC X(6).
           05 FAIXA-EMPRESA PIC X(30).
       FD TRCT.
       01 TRCT-REG PIC X(80).
       FD RESCISOES.
       COPY RESCISAO.
       FD RESCTEMP.
       01 TEMP-REG PIC X(222).
       FD AUDITORIA.
       COPY AUDITORIA.
       FD CONSIGNADOS.
       COPY CONSIG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FERIAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FAIXAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-TRCT-STATUS PIC X(2) VALUE SPACES.
       77 WS-RESC-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONSIG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-FERIAS PIC 9(1) VALUE 0.
       77 FLAG-FAIXAS PIC 9(1) VALUE 0.
       77 FLAG-RESCISOES PIC 9(1) VALUE 0.
       77 FLAG-TEMP PIC 9(1) VALUE 0.
       77 FLAG-CONSIGNADOS PIC 9(1) VALUE 0.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(1) VALUE 'N'.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Funcionario desligado: dados de FUNCIONARIOS.DAT. As linhas
      * dele nos outros arquivos casam pela matricula; pelo nome so
      * as gravadas antes dela (matricula da linha em zeros).
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MATRIC-LINHA PIC 9(6) VALUE ZEROS.
       77 WRK-NOME-LINHA PIC X(30) VALUE SPACES.
       77 WRK-MESMO-FUNC PIC X(1) VALUE 'N'.
       77 WRK-EMPRESA PIC X(30) VALUE SPACES.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-FUNC-OK PIC X(1) VALUE 'N'.
       01 WRK-ADMISSAO PIC 9(8) VALUE ZEROS.
       01 WRK-ADMISSAO-R REDEFINES WRK-ADMISSAO.
           05 WRK-ADM-AAAA PIC 9(4).
           05 WRK-ADM-MMDD PIC 9(4).
       01 WRK-DEMISSAO PIC 9(8) VALUE ZEROS.
       01 WRK-DEMISSAO-R REDEFINES WRK-DEMISSAO.
           05 WRK-DEM-AAAA PIC 9(4).
           05 WRK-DEM-MM PIC 9(2).
           05 WRK-DEM-DD PIC 9(2).
       77 WRK-SALARIO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-COMP-RESCISAO PIC X(6) VALUE SPACES.
      *-----------------------
      * Rescisao ja em RESCISOES.TXT: uma paga bloqueia o recalculo,
      * uma calculada e substituida.
       77 WRK-RESC-EXISTE PIC X(1) VALUE 'N'.
       77 WRK-RESC-PAGA PIC X(1) VALUE 'N'.
       77 WRK-REG-NOVO PIC X(222) VALUE SPACES.
      *-----------------------
      * Tipo de desligamento e a descricao impressa no termo.
       77 WRK-TIPO PIC X(1) VALUE SPACES.
       77 WRK-TIPO-OK PIC X(1) VALUE 'N'.
       77 WRK-TIPO-DESC PIC X(30) VALUE SPACES.
      *-----------------------
      * Verbas rescisorias.
       77 WRK-DIAS-SALDO PIC 9(2) VALUE ZEROS.
       77 WRK-SALDO-SALARIO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-SALDO-PAGO PIC X(1) VALUE 'N'.
       77 WRK-ANOS-SERVICO PIC 9(3) VALUE ZEROS.
       77 WRK-DIAS-AVISO PIC 9(3) VALUE ZEROS.
       77 WRK-AVISO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-DIAS-FER-VENC PIC 9(3) VALUE ZEROS.
       77 WRK-FERIAS-VENC PIC 9(8)V99 VALUE ZEROS.
       77 WRK-VALOR-PERIODO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-DIAS-PROP PIC 9(5) VALUE ZEROS.
       77 WRK-MESES-FER-PROP PIC 9(2) VALUE ZEROS.
       77 WRK-FERIAS-PROP PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TERCO-FERIAS PIC 9(8)V99 VALUE ZEROS.
       77 WRK-MESES-DECIMO PIC 9(2) VALUE ZEROS.
       77 WRK-SOMA-DECIMO PIC 9(16)V99 VALUE ZEROS.
       77 WRK-DECIMO PIC 9(8)V99 VALUE ZEROS.
       77 WRK-DECIMO-PAGO PIC X(1) VALUE 'N'.
       77 WRK-BRUTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-BASE-CALCULO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DESCONTOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-LIQUIDO PIC 9(10)V99 VALUE ZEROS.
      *    Meses do ano da demissao ja pagos em FOLHA.TXT, um flag
      *    por mes para uma reexecucao nao contar o mes duas vezes.
       01 TABELA-MESES.
           05 MES-FLAG PIC X(1) OCCURS 12 TIMES.
       77 WRK-MES PIC 9(2) VALUE ZEROS.
       77 WRK-BRUTO-MES PIC 9(16)V99 VALUE ZEROS.
      *-----------------------
      * Periodos aquisitivos (mesma aritmetica do PROG035) ate a
      * data da demissao, completados com FERIAS.TXT.
       01 TABELA-PERIODOS.
           05 PERIODO-ITEM OCCURS 60 TIMES.
               10 TABPER-INI PIC 9(8).
               10 TABPER-FIM PIC 9(8).
               10 TABPER-LIMITE PIC 9(8).
               10 TABPER-SALDO PIC 9(2).
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
      * Faixas vigentes no mes da demissao (globais ou da empresa),
      * como no lote do PROG002; sem FAIXAS.TXT vale a faixa unica
      * com os percentuais fixos.
       01 TABELA-FAIXAS-VIG.
           05 FAIXA-VIG-ITEM OCCURS 30 TIMES.
               10 VIG-LIMITE PIC 9(8)V99.
               10 VIG-PCT PIC 9(3)V99.
               10 VIG-EMPRESA PIC X(30).
       77 QTD-FAIXAS-VIG PIC 9(2) VALUE ZEROS.
       77 IDX-VIG PIC 9(2) VALUE ZEROS.
       77 WRK-TEM-EMPRESA PIC X(1) VALUE 'N'.
       77 WRK-LIMITE-ANTERIOR PIC 9(8)V99 VALUE ZEROS.
       77 WRK-BASE-FAIXA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DESC-FAIXA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FAIXAS-USADAS PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Montagem das linhas do termo.
       77 WRK-LINHA PIC X(80) VALUE SPACES.
       77 WRK-TEXTO-VERBA PIC X(40) VALUE SPACES.
       77 WRK-VALOR-LINHA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(9)9.99 VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-MESES-ED PIC Z9 VALUE ZEROS.
      *-----------------------
      * Emprestimos consignados ativos do funcionario: saldo
      * devedor de cada um (parcelas ainda devidas vezes o valor da
      * parcela), informativo no termo.
       01 TABELA-CONSIG.
           05 CONSIG-ITEM OCCURS 20 TIMES.
               10 TABCSG-BANCO PIC X(3).
               10 TABCSG-CONTRATO PIC X(15).
               10 TABCSG-SALDO PIC 9(10)V99.
       77 QTD-CONSIG PIC 9(2) VALUE ZEROS.
       77 IDX-CONSIG PIC 9(2) VALUE ZEROS.
       77 WRK-SALDO-CONSIG PIC 9(10)V99 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT e
      * FAIXAS.TXT conferidos antes do calculo das verbas.
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
           PERFORM 105-CONFERE-CONTROLE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               PERFORM 001-ACEITA-FUNCIONARIO
           ELSE
               DISPLAY 'ARQUIVO DE ENTRADA ALTERADO FORA DO SISTEMA '
                   '- EXECUCAO INTERROMPIDA.'
               MOVE 'N' TO WRK-FUNC-OK
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-FUNC-OK EQUAL 'S'
               PERFORM 005-VERIFICA-EXISTENTE
           END-IF.
           IF WRK-FUNC-OK EQUAL 'S'
               MOVE 'N' TO WRK-TIPO-OK
               PERFORM 006-ACEITA-TIPO UNTIL WRK-TIPO-OK EQUAL 'S'
               PERFORM 010-CALCULA-VERBAS
               PERFORM 060-APURA-CONSIGNADOS
               PERFORM 040-GRAVA-TRCT
               MOVE WRK-LIQUIDO TO WRK-VALOR-ED
               DISPLAY 'LIQUIDO DA RESCISAO: R$' WRK-VALOR-ED
               IF QTD-CONSIG GREATER THAN ZEROS
                   MOVE WRK-SALDO-CONSIG TO WRK-VALOR-ED
                   DISPLAY 'AVISO: CONSIGNADO EM ABERTO - SALDO '
                       'DEVEDOR R$' WRK-VALOR-ED
                   DISPLAY '    O LOTE QUE PAGAR A RESCISAO INFORMA '
                       'O SALDO AO BANCO.'
               END-IF
               DISPLAY 'TERMO GRAVADO EM TRCT.TXT.'
               DISPLAY 'REGISTRAR PARA PAGAMENTO NO LOTE? S/N'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   PERFORM 050-REGISTRA-RESCISAO
                   PERFORM 055-GRAVA-AUDITORIA
                   DISPLAY 'RESCISAO REGISTRADA - SERA PAGA NO LOTE '
                       'DA COMPETENCIA ' WRK-COMP-RESCISAO
                       ' (OU NO SEGUINTE).'
               ELSE
                   DISPLAY 'RESCISAO NAO REGISTRADA.'
               END-IF
           END-IF.
           GOBACK.

       001-ACEITA-FUNCIONARIO.
      **
      * Only an employee already desligado in PROG009 - situacao
      * 'D' with the termination date - can be settled; the
      * admission date and the final salary must be on file too.
      **
           DISPLAY 'FUNCIONARIO DESLIGADO: '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           MOVE 'N' TO WRK-FUNC-OK.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 002-PROCURA-FUNC-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
               IF WRK-FUNC-OK NOT EQUAL 'S'
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO.'
               END-IF
           END-IF.

       002-PROCURA-FUNC-ITEM.
           IF FUNC-NOME EQUAL WRK-NOME
               MOVE 1 TO FLAG-FUNCIONARIOS
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
               EVALUATE TRUE
                   WHEN FUNC-SITUACAO NOT EQUAL 'D'
                       OR FUNC-DEMISSAO NOT NUMERIC
                       OR FUNC-DEMISSAO EQUAL ZEROS
                       DISPLAY 'FUNCIONARIO NAO DESLIGADO - REGISTRE '
                           'O DESLIGAMENTO NO PROG009.'
                       MOVE 'X' TO WRK-FUNC-OK
                   WHEN FUNC-ADMISSAO NOT NUMERIC
                       OR FUNC-ADMISSAO EQUAL ZEROS
                       DISPLAY 'FUNCIONARIO SEM DATA DE ADMISSAO - '
                           'CORRIJA NO PROG009.'
                       MOVE 'X' TO WRK-FUNC-OK
                   WHEN FUNC-ULTIMSAL NOT NUMERIC
                       OR FUNC-ULTIMSAL EQUAL ZEROS
                       DISPLAY 'SALARIO FINAL INVALIDO - CORRIJA NO '
                           'PROG009.'
                       MOVE 'X' TO WRK-FUNC-OK
                   WHEN OTHER
                       MOVE 'S' TO WRK-FUNC-OK
                       MOVE FUNC-EMPRESA TO WRK-EMPRESA
                       MOVE FUNC-EMP-CODIGO TO WRK-EMP-CODIGO
                       MOVE FUNC-ADMISSAO TO WRK-ADMISSAO
                       MOVE FUNC-DEMISSAO TO WRK-DEMISSAO
                       MOVE FUNC-ULTIMSAL TO WRK-SALARIO
                       MOVE WRK-DEMISSAO(1:6) TO WRK-COMP-RESCISAO
               END-EVALUATE
           ELSE
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
           END-IF.

       005-VERIFICA-EXISTENTE.
      **
      * A settlement already paid is final; one only calculated is
      * calculated again and replaced.
      **
           MOVE 'N' TO WRK-RESC-EXISTE.
           MOVE 'N' TO WRK-RESC-PAGA.
           OPEN INPUT RESCISOES.
           IF WS-RESC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RESCISOES
               READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES
               END-READ
               PERFORM 007-VERIFICA-RESC-ITEM
                   UNTIL FLAG-RESCISOES EQUAL TO 1
               CLOSE RESCISOES
           END-IF.
           IF WRK-RESC-PAGA EQUAL 'S'
               DISPLAY 'RESCISAO JA PAGA - NADA A CALCULAR.'
               MOVE 'N' TO WRK-FUNC-OK
           ELSE
               IF WRK-RESC-EXISTE EQUAL 'S'
                   DISPLAY 'RESCISAO PENDENTE SERA RECALCULADA.'
               END-IF
           END-IF.

       006-ACEITA-TIPO.
           DISPLAY 'TIPO: (S) SEM JUSTA CAUSA  (J) JUSTA CAUSA'.
           DISPLAY '      (P) PEDIDO DE DEMISSAO  (A) ACORDO'.
           MOVE SPACES TO WRK-TIPO.
           ACCEPT WRK-TIPO.
           MOVE 'S' TO WRK-TIPO-OK.
           EVALUATE WRK-TIPO
               WHEN 'S'
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-TIPO-DESC
               WHEN 'J'
                   MOVE 'DISPENSA POR JUSTA CAUSA' TO WRK-TIPO-DESC
               WHEN 'P'
                   MOVE 'PEDIDO DE DEMISSAO' TO WRK-TIPO-DESC
               WHEN 'A'
                   MOVE 'ACORDO ENTRE AS PARTES' TO WRK-TIPO-DESC
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO.'
                   MOVE 'N' TO WRK-TIPO-OK
           END-EVALUATE.

       007-VERIFICA-RESC-ITEM.
           IF RESC-MATRICULA NUMERIC
               MOVE RESC-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           MOVE RESC-NOME TO WRK-NOME-LINHA.
           PERFORM 108-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               MOVE 'S' TO WRK-RESC-EXISTE
               IF RESC-SITUACAO EQUAL 'P'
                   MOVE 'S' TO WRK-RESC-PAGA
               END-IF
           END-IF.
           READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES.

       010-CALCULA-VERBAS.
      **
      * Every verba of the settlement, on the final salary:
      *  - saldo de salario: the days of the termination month over
      *    30, unless that month's lote already paid them;
      *  - aviso previo indenizado: 30 days plus 3 per full year of
      *    service (up to 90) in a dispensa sem justa causa, half of
      *    it in an acordo, none otherwise;
      *  - ferias vencidas (doubled past the periodo concessivo) and
      *    ferias proporcionais (one twelfth per month of the open
      *    period, none in a justa causa), plus one third;
      *  - 13th proporcional: the year's months in FOLHA.TXT plus the
      *    termination month, over 12 (none in a justa causa or with
      *    the year's 13th already paid).
      * The brackets are applied to saldo, aviso and 13th - the
      * ferias indenizadas are left out of the base.
      **
           PERFORM 011-APURA-FOLHA.
           MOVE WRK-DEM-DD TO WRK-DIAS-SALDO.
           IF WRK-DIAS-SALDO GREATER THAN 30
               MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           IF WRK-SALDO-PAGO EQUAL 'S'
               MOVE ZEROS TO WRK-DIAS-SALDO
               DISPLAY 'SALARIO DO MES JA PAGO NA FOLHA DE '
                   WRK-COMP-RESCISAO '.'
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               WRK-SALARIO * WRK-DIAS-SALDO / 30.
           PERFORM 015-CALCULA-AVISO.
           PERFORM 020-CALCULA-FERIAS.
           PERFORM 025-CALCULA-DECIMO.
           COMPUTE WRK-BRUTO = WRK-SALDO-SALARIO + WRK-AVISO
               + WRK-FERIAS-VENC + WRK-FERIAS-PROP + WRK-TERCO-FERIAS
               + WRK-DECIMO.
           COMPUTE WRK-BASE-CALCULO = WRK-SALDO-SALARIO + WRK-AVISO
               + WRK-DECIMO.
           PERFORM 030-CALCULA-DESCONTOS.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-DESCONTOS.

       011-APURA-FOLHA.
      **
      * One pass over FOLHA.TXT for the employee: regular months of
      * the termination year (each counted once) for the 13th, the
      * year's AAAA13 if it was already paid, and whether the
      * termination month itself is already there.
      **
           MOVE 'N' TO WRK-SALDO-PAGO.
           MOVE 'N' TO WRK-DECIMO-PAGO.
           MOVE ALL 'N' TO TABELA-MESES.
           MOVE ZEROS TO WRK-MESES-DECIMO.
           MOVE ZEROS TO WRK-SOMA-DECIMO.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA
               READ FOLHA AT END MOVE 1 TO FLAG-FOLHA
               END-READ
               PERFORM 012-APURA-FOLHA-ITEM
                   UNTIL FLAG-FOLHA EQUAL TO 1
               CLOSE FOLHA
           END-IF.

       012-APURA-FOLHA-ITEM.
           IF FOLHA-MATRICULA NUMERIC
               MOVE FOLHA-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           MOVE FOLHA-NOME TO WRK-NOME-LINHA.
           PERFORM 108-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               AND FOLHA-COMPETENCIA(1:4) EQUAL WRK-DEM-AAAA
               AND FOLHA-COMPETENCIA(5:2) NUMERIC
               IF FOLHA-COMPETENCIA(5:2) EQUAL '13'
                   MOVE 'S' TO WRK-DECIMO-PAGO
               END-IF
               IF FOLHA-COMPETENCIA(5:2) GREATER THAN '00'
                   AND FOLHA-COMPETENCIA(5:2) LESS THAN '13'
                   IF FOLHA-COMPETENCIA EQUAL WRK-COMP-RESCISAO
                       MOVE 'S' TO WRK-SALDO-PAGO
                   END-IF
                   MOVE FOLHA-COMPETENCIA(5:2) TO WRK-MES
                   IF MES-FLAG(WRK-MES) NOT EQUAL 'S'
                       COMPUTE WRK-BRUTO-MES =
                           (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
                       ADD WRK-BRUTO-MES TO WRK-SOMA-DECIMO
                       ADD 1 TO WRK-MESES-DECIMO
                       MOVE 'S' TO MES-FLAG(WRK-MES)
                   END-IF
               END-IF
           END-IF.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA.

       015-CALCULA-AVISO.
           COMPUTE WRK-ANOS-SERVICO = WRK-DEM-AAAA - WRK-ADM-AAAA.
           IF WRK-DEMISSAO(5:4) LESS THAN WRK-ADM-MMDD
               AND WRK-ANOS-SERVICO GREATER THAN ZEROS
               SUBTRACT 1 FROM WRK-ANOS-SERVICO
           END-IF.
           MOVE ZEROS TO WRK-DIAS-AVISO.
           IF WRK-TIPO EQUAL 'S' OR WRK-TIPO EQUAL 'A'
               COMPUTE WRK-DIAS-AVISO = 30 + 3 * WRK-ANOS-SERVICO
               IF WRK-DIAS-AVISO GREATER THAN 90
                   MOVE 90 TO WRK-DIAS-AVISO
               END-IF
               IF WRK-TIPO EQUAL 'A'
                   COMPUTE WRK-DIAS-AVISO = WRK-DIAS-AVISO / 2
               END-IF
           END-IF.
           COMPUTE WRK-AVISO ROUNDED =
               WRK-SALARIO * WRK-DIAS-AVISO / 30.

       020-CALCULA-FERIAS.
           MOVE ZEROS TO WRK-DIAS-FER-VENC.
           MOVE ZEROS TO WRK-FERIAS-VENC.
           MOVE ZEROS TO WRK-MESES-FER-PROP.
           PERFORM 100-MONTA-PERIODOS.
           PERFORM 021-FERIAS-PERIODO
               VARYING IDX-PERIODO FROM 1 BY 1
               UNTIL IDX-PERIODO GREATER THAN QTD-PERIODOS.
           IF WRK-TIPO EQUAL 'J'
               MOVE ZEROS TO WRK-MESES-FER-PROP
           END-IF.
           COMPUTE WRK-FERIAS-PROP ROUNDED =
               WRK-SALARIO * WRK-MESES-FER-PROP / 12.
           COMPUTE WRK-TERCO-FERIAS ROUNDED =
               (WRK-FERIAS-VENC + WRK-FERIAS-PROP) / 3.

       021-FERIAS-PERIODO.
      **
      * A period complete by the termination date owes its saldo
      * (in double past its limit); the open one owes one twelfth
      * per month worked in it, a fraction of 15 days or more
      * counting as a month.
      **
           IF TABPER-FIM(IDX-PERIODO) LESS THAN WRK-DEMISSAO
               IF TABPER-SALDO(IDX-PERIODO) GREATER THAN ZEROS
                   ADD TABPER-SALDO(IDX-PERIODO) TO WRK-DIAS-FER-VENC
                   COMPUTE WRK-VALOR-PERIODO ROUNDED = WRK-SALARIO
                       * TABPER-SALDO(IDX-PERIODO) / 30
                   IF TABPER-LIMITE(IDX-PERIODO) LESS THAN
                       WRK-DEMISSAO
                       COMPUTE WRK-VALOR-PERIODO =
                           WRK-VALOR-PERIODO * 2
                   END-IF
                   ADD WRK-VALOR-PERIODO TO WRK-FERIAS-VENC
               END-IF
           ELSE
               COMPUTE WRK-DIAS-PROP =
                   FUNCTION INTEGER-OF-DATE(WRK-DEMISSAO)
                   - FUNCTION INTEGER-OF-DATE(TABPER-INI(IDX-PERIODO))
                   + 1
               COMPUTE WRK-MESES-FER-PROP = (WRK-DIAS-PROP + 15) / 30
               IF WRK-MESES-FER-PROP GREATER THAN 12
                   MOVE 12 TO WRK-MESES-FER-PROP
               END-IF
           END-IF.

       025-CALCULA-DECIMO.
           IF WRK-DEM-DD NOT LESS THAN 15
               AND MES-FLAG(WRK-DEM-MM) NOT EQUAL 'S'
               ADD WRK-SALARIO TO WRK-SOMA-DECIMO
               ADD 1 TO WRK-MESES-DECIMO
           END-IF.
           IF WRK-TIPO EQUAL 'J' OR WRK-DECIMO-PAGO EQUAL 'S'
               MOVE ZEROS TO WRK-MESES-DECIMO
               MOVE ZEROS TO WRK-SOMA-DECIMO
           END-IF.
           COMPUTE WRK-DECIMO ROUNDED = WRK-SOMA-DECIMO / 12.

       030-CALCULA-DESCONTOS.
      **
      * Progressive brackets over the taxable verbas: each bracket
      * takes its combined rate only on the slice of the base
      * between the previous limit and its own.
      **
           PERFORM 031-CARREGA-FAIXAS.
           MOVE ZEROS TO WRK-DESCONTOS.
           MOVE ZEROS TO WRK-LIMITE-ANTERIOR.
           PERFORM 034-DESCONTA-FAIXA
               VARYING IDX-VIG FROM 1 BY 1
               UNTIL IDX-VIG GREATER THAN QTD-FAIXAS-VIG.

       031-CARREGA-FAIXAS.
      **
      * Rows in force in the termination month: the employee's
      * empresa rows (keyed by razao social or EMPRESAS.TXT code)
      * when it has a table of its own, the global ones otherwise -
      * the same selection the PROG002 lote makes.
      **
           MOVE ZEROS TO QTD-FAIXAS-VIG.
           MOVE 'N' TO WRK-TEM-EMPRESA.
           OPEN INPUT FAIXAS.
           IF WS-FAIXAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FAIXAS
               READ FAIXAS AT END MOVE 1 TO FLAG-FAIXAS
               END-READ
               PERFORM 032-PROCURA-FAIXA-EMPRESA
                   UNTIL FLAG-FAIXAS EQUAL TO 1
               CLOSE FAIXAS
               OPEN INPUT FAIXAS
               MOVE 0 TO FLAG-FAIXAS
               READ FAIXAS AT END MOVE 1 TO FLAG-FAIXAS
               END-READ
               PERFORM 033-CARREGA-FAIXA-ITEM
                   UNTIL FLAG-FAIXAS EQUAL TO 1
               CLOSE FAIXAS
           END-IF.
           IF QTD-FAIXAS-VIG EQUAL ZEROS
               MOVE 1 TO QTD-FAIXAS-VIG
               MOVE 99999999.99 TO VIG-LIMITE(1)
               MOVE 27.00 TO VIG-PCT(1)
           END-IF.

       032-PROCURA-FAIXA-EMPRESA.
           IF FAIXA-EMPRESA NOT EQUAL SPACES
               AND (FAIXA-EMPRESA EQUAL WRK-EMPRESA
               OR (WRK-EMP-CODIGO NOT EQUAL SPACES
               AND FAIXA-EMPRESA EQUAL WRK-EMP-CODIGO))
               AND (FAIXA-VIG-INI NOT NUMERIC
               OR FAIXA-VIG-INI NOT GREATER THAN WRK-COMP-RESCISAO)
               AND (FAIXA-VIG-FIM NOT NUMERIC
               OR FAIXA-VIG-FIM NOT LESS THAN WRK-COMP-RESCISAO)
               MOVE 'S' TO WRK-TEM-EMPRESA
           END-IF.
           READ FAIXAS AT END MOVE 1 TO FLAG-FAIXAS.

       033-CARREGA-FAIXA-ITEM.
           IF (FAIXA-VIG-INI NOT NUMERIC
               OR FAIXA-VIG-INI NOT GREATER THAN WRK-COMP-RESCISAO)
               AND (FAIXA-VIG-FIM NOT NUMERIC
               OR FAIXA-VIG-FIM NOT LESS THAN WRK-COMP-RESCISAO)
               AND ((WRK-TEM-EMPRESA EQUAL 'S'
               AND FAIXA-EMPRESA NOT EQUAL SPACES
               AND (FAIXA-EMPRESA EQUAL WRK-EMPRESA
               OR (WRK-EMP-CODIGO NOT EQUAL SPACES
               AND FAIXA-EMPRESA EQUAL WRK-EMP-CODIGO)))
               OR (WRK-TEM-EMPRESA EQUAL 'N'
               AND FAIXA-EMPRESA EQUAL SPACES))
               AND QTD-FAIXAS-VIG LESS THAN 30
               ADD 1 TO QTD-FAIXAS-VIG
               MOVE FAIXA-LIMITE TO VIG-LIMITE(QTD-FAIXAS-VIG)
               COMPUTE VIG-PCT(QTD-FAIXAS-VIG) =
                   FAIXA-PCT-IMPOSTO + FAIXA-PCT-BENEFICIOS
               MOVE FAIXA-EMPRESA TO VIG-EMPRESA(QTD-FAIXAS-VIG)
           END-IF.
           READ FAIXAS AT END MOVE 1 TO FLAG-FAIXAS.

       034-DESCONTA-FAIXA.
           IF WRK-BASE-CALCULO GREATER THAN WRK-LIMITE-ANTERIOR
               IF WRK-BASE-CALCULO GREATER THAN VIG-LIMITE(IDX-VIG)
                   COMPUTE WRK-BASE-FAIXA =
                       VIG-LIMITE(IDX-VIG) - WRK-LIMITE-ANTERIOR
               ELSE
                   COMPUTE WRK-BASE-FAIXA =
                       WRK-BASE-CALCULO - WRK-LIMITE-ANTERIOR
               END-IF
               COMPUTE WRK-DESC-FAIXA =
                   WRK-BASE-FAIXA * VIG-PCT(IDX-VIG) / 100
               ADD WRK-DESC-FAIXA TO WRK-DESCONTOS
               MOVE VIG-LIMITE(IDX-VIG) TO WRK-LIMITE-ANTERIOR
           END-IF.

       040-GRAVA-TRCT.
      **
      * The printable termo: who, dates and type, one line per
      * verba, the deduction and the net - with room for the
      * signatures.
      **
           OPEN OUTPUT TRCT.
           MOVE ALL '=' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE ALL '=' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIO: ' DELIMITED BY SIZE
               WRK-NOME DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMPRESA: ' DELIMITED BY SIZE
               WRK-EMPRESA DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ADMISSAO: ' DELIMITED BY SIZE
               WRK-ADMISSAO DELIMITED BY SIZE
               '   DESLIGAMENTO: ' DELIMITED BY SIZE
               WRK-DEMISSAO DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CAUSA DO AFASTAMENTO: ' DELIMITED BY SIZE
               WRK-TIPO-DESC DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE 'SALARIO BASE' TO WRK-TEXTO-VERBA.
           MOVE WRK-SALARIO TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE ALL '-' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE 'VERBAS RESCISORIAS' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO WRK-TEXTO-VERBA.
           MOVE WRK-DIAS-SALDO TO WRK-DIAS-ED.
           STRING 'SALDO DE SALARIO (' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIAS)' DELIMITED BY SIZE
               INTO WRK-TEXTO-VERBA
           END-STRING.
           MOVE WRK-SALDO-SALARIO TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE SPACES TO WRK-TEXTO-VERBA.
           MOVE WRK-DIAS-AVISO TO WRK-DIAS-ED.
           STRING 'AVISO PREVIO INDENIZADO (' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIAS)' DELIMITED BY SIZE
               INTO WRK-TEXTO-VERBA
           END-STRING.
           MOVE WRK-AVISO TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE SPACES TO WRK-TEXTO-VERBA.
           MOVE WRK-DIAS-FER-VENC TO WRK-DIAS-ED.
           STRING 'FERIAS VENCIDAS (' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIAS)' DELIMITED BY SIZE
               INTO WRK-TEXTO-VERBA
           END-STRING.
           MOVE WRK-FERIAS-VENC TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE SPACES TO WRK-TEXTO-VERBA.
           MOVE WRK-MESES-FER-PROP TO WRK-MESES-ED.
           STRING 'FERIAS PROPORCIONAIS (' DELIMITED BY SIZE
               WRK-MESES-ED DELIMITED BY SIZE
               '/12)' DELIMITED BY SIZE
               INTO WRK-TEXTO-VERBA
           END-STRING.
           MOVE WRK-FERIAS-PROP TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE '1/3 CONSTITUCIONAL DE FERIAS' TO WRK-TEXTO-VERBA.
           MOVE WRK-TERCO-FERIAS TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE SPACES TO WRK-TEXTO-VERBA.
           MOVE WRK-MESES-DECIMO TO WRK-MESES-ED.
           STRING '13O SALARIO PROPORCIONAL (' DELIMITED BY SIZE
               WRK-MESES-ED DELIMITED BY SIZE
               '/12)' DELIMITED BY SIZE
               INTO WRK-TEXTO-VERBA
           END-STRING.
           MOVE WRK-DECIMO TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE ALL '-' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE 'TOTAL BRUTO' TO WRK-TEXTO-VERBA.
           MOVE WRK-BRUTO TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE 'DESCONTOS (FAIXAS)' TO WRK-TEXTO-VERBA.
           MOVE WRK-DESCONTOS TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           MOVE 'LIQUIDO A RECEBER' TO WRK-TEXTO-VERBA.
           MOVE WRK-LIQUIDO TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.
           IF QTD-CONSIG GREATER THAN ZEROS
               MOVE ALL '-' TO TRCT-REG
               WRITE TRCT-REG
               MOVE 'EMPRESTIMO CONSIGNADO EM ABERTO'
                   TO TRCT-REG
               WRITE TRCT-REG
               PERFORM 046-LINHA-CONSIG
                   VARYING IDX-CONSIG FROM 1 BY 1
                   UNTIL IDX-CONSIG GREATER THAN QTD-CONSIG
               MOVE 'SALDO DEVEDOR TOTAL' TO WRK-TEXTO-VERBA
               MOVE WRK-SALDO-CONSIG TO WRK-VALOR-LINHA
               PERFORM 045-LINHA-VALOR
           END-IF.
           MOVE ALL '=' TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE 'ASSINATURA DO EMPREGADOR: ____________________________'
               TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE SPACES TO TRCT-REG.
           WRITE TRCT-REG.
           MOVE 'ASSINATURA DO EMPREGADO:  ____________________________'
               TO TRCT-REG.
           WRITE TRCT-REG.
           CLOSE TRCT.
           MOVE 'TRCT.TXT' TO SPP-ARQUIVO.
           MOVE 'TERMO DE RESCISAO - TRCT' TO SPP-DESCRICAO.
           PERFORM 107-GUARDA-SPOOL.

       045-LINHA-VALOR.
           MOVE WRK-VALOR-LINHA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-TEXTO-VERBA DELIMITED BY SIZE
               ': R$' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO TRCT-REG.
           WRITE TRCT-REG.

       046-LINHA-CONSIG.
           MOVE SPACES TO WRK-TEXTO-VERBA.
           STRING 'BANCO ' DELIMITED BY SIZE
               TABCSG-BANCO(IDX-CONSIG) DELIMITED BY SIZE
               ' CONTRATO ' DELIMITED BY SIZE
               TABCSG-CONTRATO(IDX-CONSIG) DELIMITED BY SIZE
               INTO WRK-TEXTO-VERBA
           END-STRING.
           MOVE TABCSG-SALDO(IDX-CONSIG) TO WRK-VALOR-LINHA.
           PERFORM 045-LINHA-VALOR.

       050-REGISTRA-RESCISAO.
      **
      * The settlement goes to RESCISOES.TXT as 'C', replacing a
      * pending one of the same employee or appended (building the
      * file the first time).
      **
           MOVE SPACES TO RESCISAO-REG.
           MOVE WRK-NOME TO RESC-NOME.
           MOVE WRK-MATRICULA TO RESC-MATRICULA.
           MOVE WRK-EMPRESA TO RESC-EMPRESA.
           MOVE WRK-TIPO TO RESC-TIPO.
           MOVE WRK-ADMISSAO TO RESC-ADMISSAO.
           MOVE WRK-DEMISSAO TO RESC-DEMISSAO.
           MOVE WRK-COMP-RESCISAO TO RESC-COMPETENCIA.
           MOVE WRK-SALARIO TO RESC-SALARIO.
           MOVE WRK-DIAS-SALDO TO RESC-DIAS-SALDO.
           MOVE WRK-SALDO-SALARIO TO RESC-SALDO-SALARIO.
           MOVE WRK-DIAS-AVISO TO RESC-DIAS-AVISO.
           MOVE WRK-AVISO TO RESC-AVISO.
           MOVE WRK-DIAS-FER-VENC TO RESC-DIAS-FER-VENC.
           MOVE WRK-FERIAS-VENC TO RESC-FERIAS-VENC.
           MOVE WRK-MESES-FER-PROP TO RESC-MESES-FER-PROP.
           MOVE WRK-FERIAS-PROP TO RESC-FERIAS-PROP.
           MOVE WRK-TERCO-FERIAS TO RESC-TERCO-FERIAS.
           MOVE WRK-MESES-DECIMO TO RESC-MESES-DECIMO.
           MOVE WRK-DECIMO TO RESC-DECIMO.
           MOVE WRK-BRUTO TO RESC-BRUTO.
           MOVE WRK-DESCONTOS TO RESC-DESCONTOS.
           MOVE WRK-LIQUIDO TO RESC-LIQUIDO.
           MOVE 'C' TO RESC-SITUACAO.
           MOVE WRK-DATA-HOJE TO RESC-DATA-CALC.
           MOVE SPACES TO RESC-COMP-PAGA.
           MOVE RESCISAO-REG TO WRK-REG-NOVO.
           IF WRK-RESC-EXISTE EQUAL 'S'
               OPEN INPUT RESCISOES
               OPEN OUTPUT RESCTEMP
               MOVE 0 TO FLAG-RESCISOES
               READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES
               END-READ
               PERFORM 051-COPIA-ITEM UNTIL FLAG-RESCISOES EQUAL TO 1
               CLOSE RESCISOES
               CLOSE RESCTEMP
               OPEN INPUT RESCTEMP
               OPEN OUTPUT RESCISOES
               MOVE 0 TO FLAG-TEMP
               READ RESCTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 052-VOLTA-ITEM UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE RESCTEMP
               CLOSE RESCISOES
           ELSE
               OPEN EXTEND RESCISOES
               IF WS-RESC-STATUS EQUAL '35'
                   OPEN OUTPUT RESCISOES
                   CLOSE RESCISOES
                   OPEN EXTEND RESCISOES
               END-IF
               MOVE WRK-REG-NOVO TO RESCISAO-REG
               WRITE RESCISAO-REG
               CLOSE RESCISOES
           END-IF.

       051-COPIA-ITEM.
           IF RESC-MATRICULA NUMERIC
               MOVE RESC-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           MOVE RESC-NOME TO WRK-NOME-LINHA.
           PERFORM 108-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               MOVE WRK-REG-NOVO TO TEMP-REG
           ELSE
               MOVE RESCISAO-REG TO TEMP-REG
           END-IF.
           WRITE TEMP-REG.
           READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES.

       052-VOLTA-ITEM.
           MOVE TEMP-REG TO RESCISAO-REG.
           WRITE RESCISAO-REG.
           READ RESCTEMP AT END MOVE 1 TO FLAG-TEMP.

       055-GRAVA-AUDITORIA.
      **
      * One audit line per settlement registered, with the
      * termination competencia in AUD-MOTIVO.
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
               MOVE 'PROG037' TO AUD-PROGRAMA
               MOVE 'RESCISAO' TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE SPACES TO AUD-MOTIVO
               STRING 'COMPETENCIA ' DELIMITED BY SIZE
                   WRK-COMP-RESCISAO DELIMITED BY SIZE
                   INTO AUD-MOTIVO
               END-STRING
               IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
                   MOVE SPACES TO WS-OPERADOR-ATUAL
               END-IF
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       100-MONTA-PERIODOS.
      **
      * Periodos aquisitivos from the admission date up to the one
      * running at termination, each whole (30 days) unless
      * FERIAS.TXT records otherwise.
      **
           MOVE ZEROS TO QTD-PERIODOS.
           MOVE WRK-ADMISSAO TO WRK-PER-INI.
           PERFORM 101-MONTA-PERIODO
               UNTIL WRK-PER-INI GREATER THAN WRK-DEMISSAO
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
           IF FER-MATRICULA NUMERIC
               MOVE FER-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           MOVE FER-NOME TO WRK-NOME-LINHA.
           PERFORM 108-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               PERFORM 104-APLICA-PERIODO
                   VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO GREATER THAN QTD-PERIODOS
           END-IF.
           READ FERIAS AT END MOVE 1 TO FLAG-FERIAS.

       104-APLICA-PERIODO.
           IF TABPER-INI(IDX-PERIODO) EQUAL FER-AQUIS-INI
               MOVE FER-DIAS-SALDO TO TABPER-SALDO(IDX-PERIODO)
           END-IF.

       060-APURA-CONSIGNADOS.
      **
      * The employee's active payroll loans and the balance owed
      * on each, for the termo; with no CONSIGNADOS.TXT there is
      * nothing to show.
      **
           MOVE ZEROS TO QTD-CONSIG.
           MOVE ZEROS TO WRK-SALDO-CONSIG.
           OPEN INPUT CONSIGNADOS.
           IF WS-CONSIG-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONSIGNADOS
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
               END-READ
               PERFORM 061-APURA-CONSIG-ITEM
                   UNTIL FLAG-CONSIGNADOS EQUAL TO 1
               CLOSE CONSIGNADOS
           END-IF.

       061-APURA-CONSIG-ITEM.
           IF CSG-MATRICULA NUMERIC
               MOVE CSG-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           MOVE CSG-NOME TO WRK-NOME-LINHA.
           PERFORM 108-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               AND CSG-SITUACAO EQUAL 'A'
               AND QTD-CONSIG LESS THAN 20
               ADD 1 TO QTD-CONSIG
               MOVE CSG-BANCO TO TABCSG-BANCO(QTD-CONSIG)
               MOVE CSG-CONTRATO TO TABCSG-CONTRATO(QTD-CONSIG)
               COMPUTE TABCSG-SALDO(QTD-CONSIG) =
                   (CSG-QTD-PARCELAS - CSG-PARCELAS-PAGAS)
                   * CSG-VALOR-PARCELA
               ADD TABCSG-SALDO(QTD-CONSIG) TO WRK-SALDO-CONSIG
           END-IF.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS.

       105-CONFERE-CONTROLE.
      **
      * The settlement is worked out from FOLHA.TXT and FAIXAS.TXT:
      * both must still hold what CTLREG.TXT says the suite last
      * left in them. A file edited outside the suite stops the run
      * (PROG064 logs the mismatch) until a supervisor resyncs it
      * in PROG063.
      **
           MOVE 'S' TO WRK-CTL-CONFERE.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           PERFORM 106-CHAMA-CONTROLE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FAIXAS.TXT' TO CTP-ARQUIVO.
           PERFORM 106-CHAMA-CONTROLE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       106-CHAMA-CONTROLE.
      **
      * One request to the control register (CTP-FUNCAO and
      * CTP-ARQUIVO set by the caller); the run's return code is
      * kept aside across the CALL.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'PROG037' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.

       107-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG037' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

       108-MESMO-FUNCIONARIO.
      **
      * Whether the line read (WRK-MATRIC-LINHA / WRK-NOME-LINHA,
      * set by the caller) is the employee being settled: by the
      * matricula; by the name when the line predates it.
      **
           MOVE 'N' TO WRK-MESMO-FUNC.
           IF WRK-MATRIC-LINHA GREATER THAN ZEROS
               AND WRK-MATRICULA GREATER THAN ZEROS
               IF WRK-MATRIC-LINHA EQUAL WRK-MATRICULA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           ELSE
               IF WRK-NOME-LINHA EQUAL WRK-NOME
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM PROG037.
