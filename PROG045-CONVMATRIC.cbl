      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG045.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * One-time conversion to the matricula: the employee and bank
      * account registries move from the name-keyed FUNCIONARIOS.TXT
      * and CONTAS.TXT to FUNCIONARIOS.DAT and CONTAS.DAT, indexed by
      * the employee number, each employee numbered 1 to n in the
      * order of the old file with the CPF left blank for PROG009 to
      * fill in. The payroll history (FOLHA.TXT, FOLHAARQ.TXT) and
      * the bank queues (REFILA.TXT, REMESSA.TXT) then get the
      * matricula and CPF stamped on every line whose name resolves
      * to exactly one employee, and the files of the month's events
      * and the employee's history (LANCAMENTOS.TXT, RESCISOES.TXT,
      * CONSIGNADOS.TXT, FERIAS.TXT, HISTSAL.TXT) get the matricula
      * the same way. Whatever does not resolve is listed
      * for the office to settle by hand. Safe to run again: a
      * registry already converted is left alone and a line already
      * stamped is not touched.
      *-----------------------
           SELECT FUNCTXT ASSIGN TO 'FUNCIONARIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUNCTXT-STATUS.
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT CONTASTXT ASSIGN TO 'CONTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTATXT-STATUS.
           SELECT CONTAS ASSIGN TO 'CONTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-MATRICULA
           FILE STATUS IS WS-CONTAS-STATUS.
      *-----------------------
      * The name-keyed files stamped with the matricula, each one
      * rewritten through CONVTEMP.TMP the way PROG017 rewrites
      * FOLHA.TXT.
      *-----------------------
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT FOLHAARQ ASSIGN TO 'FOLHAARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHAARQ-STATUS.
           SELECT REFILA ASSIGN TO 'REFILA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFILA-STATUS.
           SELECT REMESSA ASSIGN TO 'REMESSA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMESSA-STATUS.
           SELECT LANCAMENTOS ASSIGN TO 'LANCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANC-STATUS.
           SELECT RESCISOES ASSIGN TO 'RESCISOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESC-STATUS.
           SELECT CONSIGNADOS ASSIGN TO 'CONSIGNADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSIG-STATUS.
           SELECT FERIAS ASSIGN TO 'FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERIAS-STATUS.
           SELECT HISTSAL ASSIGN TO 'HISTSAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTSAL-STATUS.
           SELECT CONVTEMP ASSIGN TO 'CONVTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * FUNCIONARIOS.TXT carries the FUNC-REG image without the
      * matricula and CPF; the short lines read back padded.
       FD FUNCTXT.
       01 FUNCTXT-REG PIC X(117).
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
      *-----------------------
      * CONTAS.TXT: nome, banco, agencia and conta, as PROG019 kept
      * them before the matricula.
       FD CONTASTXT.
       01 CTATXT-REG.
           05 CTATXT-NOME PIC X(30).
           05 CTATXT-BANCO PIC X(3).
           05 CTATXT-AGENCIA PIC X(4).
           05 CTATXT-CONTA PIC X(9).
       FD CONTAS.
       COPY CONTA.
       FD FOLHA.
       COPY FOLHA.
      *-----------------------
      * FOLHAARQ.TXT keeps the FOLHA.TXT image as PROG017 archived it:
      * FOLHA-NOME at position 1, FOLHA-EMPRESA at 31, FOLHA-EMP-CODIGO
      * at 226, FOLHA-MATRICULA at 277 and FOLHA-CPF at 283.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD REFILA.
       COPY REFILA.
       FD REMESSA.
       COPY REMESSA.
       FD LANCAMENTOS.
       COPY LANCAMENTO.
       FD RESCISOES.
       COPY RESCISAO.
       FD CONSIGNADOS.
       COPY CONSIG.
       FD FERIAS.
       COPY FERIAS.
       FD HISTSAL.
       COPY HISTSAL.
       FD CONVTEMP.
       01 TEMP-REG PIC X(293).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FUNCTXT-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-CTATXT-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONTAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHAARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-REFILA-STATUS PIC X(2) VALUE SPACES.
       77 WS-REMESSA-STATUS PIC X(2) VALUE SPACES.
       77 WS-LANC-STATUS PIC X(2) VALUE SPACES.
       77 WS-RESC-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONSIG-STATUS PIC X(2) VALUE SPACES.
       77 WS-FERIAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-HISTSAL-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-TEMP PIC 9(1) VALUE 0.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
      *-----------------------
      * Funcionarios de FUNCIONARIOS.DAT, carregados depois da
      * conversao para resolver os nomes dos demais arquivos.
      * Acima de 1000 funcionarios os excedentes nao sao resolvidos.
       01 TABELA-FUNCIONARIOS.
           05 FUNCIONARIO-ITEM OCCURS 1000 TIMES.
               10 TABFUN-NOME PIC X(30).
               10 TABFUN-EMPRESA PIC X(30).
               10 TABFUN-EMP-CODIGO PIC X(3).
               10 TABFUN-MATRICULA PIC 9(6).
               10 TABFUN-CPF PIC X(11).
       77 QTD-FUNCIONARIOS PIC 9(4) VALUE ZEROS.
       77 IDX-FUNCIONARIO PIC 9(4) VALUE ZEROS.
       77 FLAG-LIMITE-FUNC PIC 9(1) VALUE 0.
      *-----------------------
      * Conversao dos cadastros.
       77 WRK-PROX-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-DAT-VAZIO PIC X(1) VALUE 'N'.
       77 QTD-CONVERTIDOS PIC 9(5) VALUE ZEROS.
       77 QTD-NAO-CONVERTIDOS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Busca de um nome: WRK-BUSCA-* entram; WRK-ACHADO-MATRICULA
      * e WRK-ACHADO-CPF saem, com WRK-RESULTADO 'U' unico,
      * 'A' ambiguo (homonimos na mesma empresa) ou 'N' nao achado.
       77 WRK-BUSCA-NOME PIC X(30) VALUE SPACES.
       77 WRK-BUSCA-EMPRESA PIC X(30) VALUE SPACES.
       77 WRK-BUSCA-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-ACHADO-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-ACHADO-CPF PIC X(11) VALUE SPACES.
       77 WRK-RESULTADO PIC X(1) VALUE SPACES.
       77 QTD-MESMO-NOME PIC 9(4) VALUE ZEROS.
       77 QTD-MESMA-EMPRESA PIC 9(4) VALUE ZEROS.
       77 WRK-NOME-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-NOME-CPF PIC X(11) VALUE SPACES.
      *-----------------------
      * Totais do arquivo em carimbo e nome dele para o relatorio.
       77 WRK-ARQUIVO PIC X(16) VALUE SPACES.
       77 QTD-CARIMBADOS PIC 9(5) VALUE ZEROS.
       77 QTD-JA-CARIMBADOS PIC 9(5) VALUE ZEROS.
       77 QTD-AMBIGUOS PIC 9(5) VALUE ZEROS.
       77 QTD-NAO-ACHADOS PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes do carimbo e registrado de novo depois.
       COPY CTLPED.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY '#########################################'.
           DISPLAY 'CONVERSAO PARA MATRICULA'.
           DISPLAY '#########################################'.
           PERFORM 001-CONVERTE-FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '00'
               PERFORM 005-CARREGA-FUNCIONARIOS
               CLOSE FUNCIONARIOS
               PERFORM 010-CONVERTE-CONTAS
               PERFORM 020-CARIMBA-FOLHA
               PERFORM 025-CARIMBA-FOLHAARQ
               PERFORM 030-CARIMBA-REFILA
               PERFORM 035-CARIMBA-REMESSA
               PERFORM 055-CARIMBA-LANCAMENTOS
               PERFORM 060-CARIMBA-RESCISOES
               PERFORM 065-CARIMBA-CONSIGNADOS
               PERFORM 070-CARIMBA-FERIAS
               PERFORM 075-CARIMBA-HISTSAL
           END-IF.
           GOBACK.

       001-CONVERTE-FUNCIONARIOS.
      **
      * FUNCIONARIOS.DAT is built from FUNCIONARIOS.TXT only while
      * it is still empty; once it holds any employee the registry
      * belongs to PROG009 and the old file is ignored.
      **
           DISPLAY 'FUNCIONARIOS:'.
           OPEN I-O FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '35'
               OPEN OUTPUT FUNCIONARIOS
               CLOSE FUNCIONARIOS
               OPEN I-O FUNCIONARIOS
           END-IF.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               PERFORM 002-VERIFICA-VAZIO
               IF WRK-DAT-VAZIO EQUAL 'S'
                   PERFORM 003-LE-FUNCTXT
               ELSE
                   DISPLAY '    FUNCIONARIOS.DAT JA CONVERTIDO - '
                       'FUNCIONARIOS.TXT IGNORADO.'
               END-IF
           END-IF.

       002-VERIFICA-VAZIO.
           MOVE 'S' TO WRK-DAT-VAZIO.
           MOVE ZEROS TO FUNC-MATRICULA.
           START FUNCIONARIOS
               KEY IS GREATER THAN OR EQUAL TO FUNC-MATRICULA
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'N' TO WRK-DAT-VAZIO
           END-START.

       003-LE-FUNCTXT.
           MOVE ZEROS TO WRK-PROX-MATRICULA.
           MOVE ZEROS TO QTD-CONVERTIDOS.
           OPEN INPUT FUNCTXT.
           IF WS-FUNCTXT-STATUS NOT EQUAL '00'
               DISPLAY '    FUNCIONARIOS.TXT NAO ENCONTRADO - NADA A '
                   'CONVERTER.'
           ELSE
               MOVE 0 TO FLAG-ARQUIVO
               READ FUNCTXT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 004-FUNCTXT-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE FUNCTXT
               MOVE QTD-CONVERTIDOS TO WRK-QTD-ED
               DISPLAY '    ' WRK-QTD-ED ' FUNCIONARIO(S) NUMERADO(S) '
                   'EM FUNCIONARIOS.DAT.'
           END-IF.

       004-FUNCTXT-ITEM.
           MOVE FUNCTXT-REG TO FUNC-REG.
           ADD 1 TO WRK-PROX-MATRICULA.
           MOVE WRK-PROX-MATRICULA TO FUNC-MATRICULA.
           MOVE SPACES TO FUNC-CPF.
           WRITE FUNC-REG
               INVALID KEY
                   DISPLAY '    ERRO AO GRAVAR ' FUNC-NOME
                       ' - FILE STATUS: ' WS-FUNC-STATUS
               NOT INVALID KEY
                   ADD 1 TO QTD-CONVERTIDOS
           END-WRITE.
           READ FUNCTXT AT END MOVE 1 TO FLAG-ARQUIVO.

       005-CARREGA-FUNCIONARIOS.
      **
      * Loads the converted registry, in matricula order, for the
      * name resolution of the other files.
      **
           MOVE ZEROS TO QTD-FUNCIONARIOS.
           MOVE 0 TO FLAG-ARQUIVO.
           MOVE ZEROS TO FUNC-MATRICULA.
           START FUNCIONARIOS
               KEY IS GREATER THAN OR EQUAL TO FUNC-MATRICULA
               INVALID KEY MOVE 1 TO FLAG-ARQUIVO
           END-START.
           IF FLAG-ARQUIVO NOT EQUAL 1
               READ FUNCIONARIOS NEXT RECORD
                   AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
           END-IF.
           PERFORM 006-CARREGA-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1.

       006-CARREGA-ITEM.
           IF QTD-FUNCIONARIOS LESS THAN 1000
               ADD 1 TO QTD-FUNCIONARIOS
               MOVE FUNC-NOME TO TABFUN-NOME(QTD-FUNCIONARIOS)
               MOVE FUNC-EMPRESA TO TABFUN-EMPRESA(QTD-FUNCIONARIOS)
               MOVE FUNC-EMP-CODIGO
                   TO TABFUN-EMP-CODIGO(QTD-FUNCIONARIOS)
               MOVE FUNC-MATRICULA
                   TO TABFUN-MATRICULA(QTD-FUNCIONARIOS)
               MOVE FUNC-CPF TO TABFUN-CPF(QTD-FUNCIONARIOS)
           ELSE
               IF FLAG-LIMITE-FUNC EQUAL 0
                   DISPLAY 'AVISO: MAIS DE 1000 FUNCIONARIOS - OS '
                       'EXCEDENTES NAO SERAO RESOLVIDOS.'
                   MOVE 1 TO FLAG-LIMITE-FUNC
               END-IF
           END-IF.
           READ FUNCIONARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-ARQUIVO
           END-READ.

       010-CONVERTE-CONTAS.
      **
      * CONTAS.DAT is built from CONTAS.TXT only while it is still
      * empty. Each account goes to the employee its name resolves
      * to; an account whose name matches nobody, or several
      * employees, stays out and is listed.
      **
           DISPLAY 'CONTAS:'.
           OPEN I-O CONTAS.
           IF WS-CONTAS-STATUS EQUAL '35'
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF.
           IF WS-CONTAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CONTAS.DAT - FILE STATUS: '
                   WS-CONTAS-STATUS
           ELSE
               MOVE 'S' TO WRK-DAT-VAZIO
               MOVE ZEROS TO CTA-MATRICULA
               START CONTAS
                   KEY IS GREATER THAN OR EQUAL TO CTA-MATRICULA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'N' TO WRK-DAT-VAZIO
               END-START
               IF WRK-DAT-VAZIO EQUAL 'S'
                   PERFORM 011-LE-CONTASTXT
               ELSE
                   DISPLAY '    CONTAS.DAT JA CONVERTIDO - '
                       'CONTAS.TXT IGNORADO.'
               END-IF
               CLOSE CONTAS
           END-IF.

       011-LE-CONTASTXT.
           MOVE ZEROS TO QTD-CONVERTIDOS.
           MOVE ZEROS TO QTD-NAO-CONVERTIDOS.
           OPEN INPUT CONTASTXT.
           IF WS-CTATXT-STATUS NOT EQUAL '00'
               DISPLAY '    CONTAS.TXT NAO ENCONTRADO - NADA A '
                   'CONVERTER.'
           ELSE
               MOVE 0 TO FLAG-ARQUIVO
               READ CONTASTXT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 012-CONTASTXT-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE CONTASTXT
               MOVE QTD-CONVERTIDOS TO WRK-QTD-ED
               DISPLAY '    ' WRK-QTD-ED ' CONTA(S) CONVERTIDA(S).'
               MOVE QTD-NAO-CONVERTIDOS TO WRK-QTD-ED
               DISPLAY '    ' WRK-QTD-ED ' CONTA(S) NAO CONVERTIDA(S).'
           END-IF.

       012-CONTASTXT-ITEM.
           MOVE CTATXT-NOME TO WRK-BUSCA-NOME.
           MOVE SPACES TO WRK-BUSCA-EMPRESA.
           MOVE SPACES TO WRK-BUSCA-EMP-CODIGO.
           PERFORM 050-RESOLVE-NOME.
           EVALUATE WRK-RESULTADO
               WHEN 'U'
                   MOVE CTATXT-NOME TO CTA-NOME
                   MOVE CTATXT-BANCO TO CTA-BANCO
                   MOVE CTATXT-AGENCIA TO CTA-AGENCIA
                   MOVE CTATXT-CONTA TO CTA-CONTA
                   MOVE WRK-ACHADO-MATRICULA TO CTA-MATRICULA
                   MOVE WRK-ACHADO-CPF TO CTA-CPF
                   WRITE CONTA-REG
                       INVALID KEY
                           ADD 1 TO QTD-NAO-CONVERTIDOS
                           DISPLAY '    SEGUNDA CONTA PARA A MATRICULA '
                               CTA-MATRICULA ' - ' CTATXT-NOME
                       NOT INVALID KEY
                           ADD 1 TO QTD-CONVERTIDOS
                   END-WRITE
               WHEN 'A'
                   ADD 1 TO QTD-NAO-CONVERTIDOS
                   DISPLAY '    HOMONIMOS, CADASTRE PELO PROG019: '
                       CTATXT-NOME
               WHEN OTHER
                   ADD 1 TO QTD-NAO-CONVERTIDOS
                   DISPLAY '    SEM FUNCIONARIO: ' CTATXT-NOME
           END-EVALUATE.
           READ CONTASTXT AT END MOVE 1 TO FLAG-ARQUIVO.

       020-CARIMBA-FOLHA.
      **
      * FOLHA.TXT: first pass stamps each payslip into the work
      * file, the second writes it back over the live file.
      **
           MOVE 'FOLHA.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           MOVE 'V' TO CTP-FUNCAO.
           PERFORM 045-CHAMA-CONTROLE.
           MOVE SPACES TO WS-FOLHA-STATUS.
           IF CTP-RETORNO EQUAL 'S'
               OPEN INPUT FOLHA
           ELSE
               DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - NAO '
                   'CARIMBADO.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-FOLHA-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ FOLHA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 021-FOLHA-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE FOLHA
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT FOLHA
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 022-FOLHA-VOLTA-ITEM UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE FOLHA
               MOVE 'G' TO CTP-FUNCAO
               PERFORM 045-CHAMA-CONTROLE
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       021-FOLHA-ITEM.
           IF FOLHA-MATRICULA NUMERIC
               AND FOLHA-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE FOLHA-NOME TO WRK-BUSCA-NOME
               MOVE FOLHA-EMPRESA TO WRK-BUSCA-EMPRESA
               MOVE FOLHA-EMP-CODIGO TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO FOLHA-MATRICULA
                   MOVE WRK-ACHADO-CPF TO FOLHA-CPF
               END-IF
           END-IF.
           MOVE FOLHA-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ FOLHA AT END MOVE 1 TO FLAG-ARQUIVO.

       022-FOLHA-VOLTA-ITEM.
           MOVE TEMP-REG TO FOLHA-REG.
           WRITE FOLHA-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       025-CARIMBA-FOLHAARQ.
           MOVE 'FOLHAARQ.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ FOLHAARQ AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 026-FOLHAARQ-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE FOLHAARQ
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT FOLHAARQ
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 027-FOLHAARQ-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE FOLHAARQ
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       026-FOLHAARQ-ITEM.
           IF FOLHAARQ-REG(277:6) NUMERIC
               AND FOLHAARQ-REG(277:6) GREATER THAN '000000'
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE FOLHAARQ-REG(1:30) TO WRK-BUSCA-NOME
               MOVE FOLHAARQ-REG(31:30) TO WRK-BUSCA-EMPRESA
               MOVE FOLHAARQ-REG(226:3) TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO FOLHAARQ-REG(277:6)
                   MOVE WRK-ACHADO-CPF TO FOLHAARQ-REG(283:11)
               END-IF
           END-IF.
           MOVE FOLHAARQ-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-ARQUIVO.

       027-FOLHAARQ-VOLTA-ITEM.
           MOVE TEMP-REG TO FOLHAARQ-REG.
           WRITE FOLHAARQ-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       030-CARIMBA-REFILA.
           MOVE 'REFILA.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT REFILA.
           IF WS-REFILA-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ REFILA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 031-REFILA-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE REFILA
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT REFILA
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 032-REFILA-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE REFILA
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       031-REFILA-ITEM.
           IF REF-MATRICULA NUMERIC
               AND REF-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE REF-NOME TO WRK-BUSCA-NOME
               MOVE REF-EMPRESA TO WRK-BUSCA-EMPRESA
               MOVE REF-EMP-CODIGO TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO REF-MATRICULA
                   MOVE WRK-ACHADO-CPF TO REF-CPF
               END-IF
           END-IF.
           MOVE REFILA-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ REFILA AT END MOVE 1 TO FLAG-ARQUIVO.

       032-REFILA-VOLTA-ITEM.
           MOVE TEMP-REG TO REFILA-REG.
           WRITE REFILA-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       035-CARIMBA-REMESSA.
      **
      * REMESSA.TXT: only the details name an employee; the header
      * and the trailer are copied as they are.
      **
           MOVE 'REMESSA.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT REMESSA.
           IF WS-REMESSA-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ REMESSA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 036-REMESSA-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE REMESSA
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT REMESSA
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 037-REMESSA-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE REMESSA
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       036-REMESSA-ITEM.
           IF REM-D-TIPO EQUAL 'D'
               IF REM-D-MATRICULA NUMERIC
                   AND REM-D-MATRICULA GREATER THAN ZEROS
                   ADD 1 TO QTD-JA-CARIMBADOS
               ELSE
                   MOVE REM-D-NOME TO WRK-BUSCA-NOME
                   MOVE REM-D-EMPRESA TO WRK-BUSCA-EMPRESA
                   MOVE REM-D-EMP-CODIGO TO WRK-BUSCA-EMP-CODIGO
                   PERFORM 042-RESOLVE-LINHA
                   IF WRK-RESULTADO EQUAL 'U'
                       MOVE WRK-ACHADO-MATRICULA TO REM-D-MATRICULA
                       MOVE WRK-ACHADO-CPF TO REM-D-CPF
                   END-IF
               END-IF
           END-IF.
           MOVE REMESSA-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ REMESSA AT END MOVE 1 TO FLAG-ARQUIVO.

       037-REMESSA-VOLTA-ITEM.
           MOVE TEMP-REG TO REMESSA-REG.
           WRITE REMESSA-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       040-ZERA-TOTAIS.
           MOVE ZEROS TO QTD-CARIMBADOS.
           MOVE ZEROS TO QTD-JA-CARIMBADOS.
           MOVE ZEROS TO QTD-AMBIGUOS.
           MOVE ZEROS TO QTD-NAO-ACHADOS.
           DISPLAY WRK-ARQUIVO.

       041-RELATA-ARQUIVO.
           MOVE QTD-CARIMBADOS TO WRK-QTD-ED.
           DISPLAY '    ' WRK-QTD-ED ' LINHA(S) CARIMBADA(S).'.
           MOVE QTD-JA-CARIMBADOS TO WRK-QTD-ED.
           DISPLAY '    ' WRK-QTD-ED ' LINHA(S) JA TINHAM MATRICULA.'.
           MOVE QTD-AMBIGUOS TO WRK-QTD-ED.
           DISPLAY '    ' WRK-QTD-ED ' LINHA(S) COM HOMONIMOS.'.
           MOVE QTD-NAO-ACHADOS TO WRK-QTD-ED.
           DISPLAY '    ' WRK-QTD-ED ' LINHA(S) SEM FUNCIONARIO.'.

       042-RESOLVE-LINHA.
      **
      * One line to stamp: resolves the name and counts the outcome;
      * a line left without matricula is named on the report.
      **
           PERFORM 050-RESOLVE-NOME.
           EVALUATE WRK-RESULTADO
               WHEN 'U'
                   ADD 1 TO QTD-CARIMBADOS
               WHEN 'A'
                   ADD 1 TO QTD-AMBIGUOS
                   DISPLAY '    HOMONIMOS: ' WRK-BUSCA-NOME
               WHEN OTHER
                   ADD 1 TO QTD-NAO-ACHADOS
                   DISPLAY '    SEM FUNCIONARIO: ' WRK-BUSCA-NOME
           END-EVALUATE.

       050-RESOLVE-NOME.
      **
      * Looks the name up among the employees. A single employee
      * with the name resolves it; homonyms are narrowed down to
      * the company of the line (its EMPRESAS.TXT code, or the
      * spelling for the lines written before the code), and only
      * a single one left resolves it.
      **
           MOVE ZEROS TO QTD-MESMO-NOME.
           MOVE ZEROS TO QTD-MESMA-EMPRESA.
           MOVE ZEROS TO WRK-ACHADO-MATRICULA.
           MOVE SPACES TO WRK-ACHADO-CPF.
           PERFORM 051-RESOLVE-ITEM
               VARYING IDX-FUNCIONARIO FROM 1 BY 1
               UNTIL IDX-FUNCIONARIO GREATER THAN QTD-FUNCIONARIOS.
           EVALUATE TRUE
               WHEN QTD-MESMO-NOME EQUAL ZEROS
                   MOVE 'N' TO WRK-RESULTADO
               WHEN QTD-MESMO-NOME EQUAL 1
                   MOVE 'U' TO WRK-RESULTADO
                   MOVE WRK-NOME-MATRICULA TO WRK-ACHADO-MATRICULA
                   MOVE WRK-NOME-CPF TO WRK-ACHADO-CPF
               WHEN QTD-MESMA-EMPRESA EQUAL 1
                   MOVE 'U' TO WRK-RESULTADO
               WHEN OTHER
                   MOVE 'A' TO WRK-RESULTADO
                   MOVE ZEROS TO WRK-ACHADO-MATRICULA
                   MOVE SPACES TO WRK-ACHADO-CPF
           END-EVALUATE.

       051-RESOLVE-ITEM.
           IF TABFUN-NOME(IDX-FUNCIONARIO) EQUAL WRK-BUSCA-NOME
               ADD 1 TO QTD-MESMO-NOME
               MOVE TABFUN-MATRICULA(IDX-FUNCIONARIO)
                   TO WRK-NOME-MATRICULA
               MOVE TABFUN-CPF(IDX-FUNCIONARIO) TO WRK-NOME-CPF
               IF (WRK-BUSCA-EMP-CODIGO NOT EQUAL SPACES
                   AND TABFUN-EMP-CODIGO(IDX-FUNCIONARIO)
                       EQUAL WRK-BUSCA-EMP-CODIGO)
                   OR (WRK-BUSCA-EMPRESA NOT EQUAL SPACES
                   AND TABFUN-EMPRESA(IDX-FUNCIONARIO)
                       EQUAL WRK-BUSCA-EMPRESA)
                   ADD 1 TO QTD-MESMA-EMPRESA
                   MOVE TABFUN-MATRICULA(IDX-FUNCIONARIO)
                       TO WRK-ACHADO-MATRICULA
                   MOVE TABFUN-CPF(IDX-FUNCIONARIO) TO WRK-ACHADO-CPF
               END-IF
           END-IF.

       045-CHAMA-CONTROLE.
      **
      * One request to the control register for FOLHA.TXT: checked
      * before the stamping pass (a file edited outside the suite
      * is left alone - PROG064 logs the mismatch) and registered
      * again once rewritten. The run's return code is kept aside
      * across the CALL.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG045' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.

       055-CARIMBA-LANCAMENTOS.
      **
      * LANCAMENTOS.TXT: the month's events carry no company; a
      * name with homonyms stays unstamped and listed.
      **
           MOVE 'LANCAMENTOS.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT LANCAMENTOS.
           IF WS-LANC-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ LANCAMENTOS AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 056-LANCAMENTOS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE LANCAMENTOS
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT LANCAMENTOS
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 057-LANCAMENTOS-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE LANCAMENTOS
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       056-LANCAMENTOS-ITEM.
           IF LANC-MATRICULA NUMERIC
               AND LANC-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE LANC-NOME TO WRK-BUSCA-NOME
               MOVE SPACES TO WRK-BUSCA-EMPRESA
               MOVE SPACES TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO LANC-MATRICULA
               END-IF
           END-IF.
           MOVE LANCAMENTO-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ LANCAMENTOS AT END MOVE 1 TO FLAG-ARQUIVO.

       057-LANCAMENTOS-VOLTA-ITEM.
           MOVE TEMP-REG TO LANCAMENTO-REG.
           WRITE LANCAMENTO-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       060-CARIMBA-RESCISOES.
      **
      * RESCISOES.TXT: the settlement names its company, which
      * narrows homonyms down.
      **
           MOVE 'RESCISOES.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT RESCISOES.
           IF WS-RESC-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ RESCISOES AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 061-RESCISOES-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE RESCISOES
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT RESCISOES
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 062-RESCISOES-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE RESCISOES
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       061-RESCISOES-ITEM.
           IF RESC-MATRICULA NUMERIC
               AND RESC-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE RESC-NOME TO WRK-BUSCA-NOME
               MOVE RESC-EMPRESA TO WRK-BUSCA-EMPRESA
               MOVE SPACES TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO RESC-MATRICULA
               END-IF
           END-IF.
           MOVE RESCISAO-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ RESCISOES AT END MOVE 1 TO FLAG-ARQUIVO.

       062-RESCISOES-VOLTA-ITEM.
           MOVE TEMP-REG TO RESCISAO-REG.
           WRITE RESCISAO-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       065-CARIMBA-CONSIGNADOS.
           MOVE 'CONSIGNADOS.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT CONSIGNADOS.
           IF WS-CONSIG-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 066-CONSIGNADOS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE CONSIGNADOS
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT CONSIGNADOS
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 067-CONSIGNADOS-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE CONSIGNADOS
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       066-CONSIGNADOS-ITEM.
           IF CSG-MATRICULA NUMERIC
               AND CSG-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE CSG-NOME TO WRK-BUSCA-NOME
               MOVE SPACES TO WRK-BUSCA-EMPRESA
               MOVE SPACES TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO CSG-MATRICULA
               END-IF
           END-IF.
           MOVE CONSIG-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-ARQUIVO.

       067-CONSIGNADOS-VOLTA-ITEM.
           MOVE TEMP-REG TO CONSIG-REG.
           WRITE CONSIG-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       070-CARIMBA-FERIAS.
           MOVE 'FERIAS.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT FERIAS.
           IF WS-FERIAS-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ FERIAS AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 071-FERIAS-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE FERIAS
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT FERIAS
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 072-FERIAS-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE FERIAS
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       071-FERIAS-ITEM.
           IF FER-MATRICULA NUMERIC
               AND FER-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE FER-NOME TO WRK-BUSCA-NOME
               MOVE SPACES TO WRK-BUSCA-EMPRESA
               MOVE SPACES TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO FER-MATRICULA
               END-IF
           END-IF.
           MOVE FERIAS-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ FERIAS AT END MOVE 1 TO FLAG-ARQUIVO.

       072-FERIAS-VOLTA-ITEM.
           MOVE TEMP-REG TO FERIAS-REG.
           WRITE FERIAS-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

       075-CARIMBA-HISTSAL.
      **
      * HISTSAL.TXT: a line of a company-wide dissidio carries the
      * company code, which narrows homonyms down.
      **
           MOVE 'HISTSAL.TXT' TO WRK-ARQUIVO.
           PERFORM 040-ZERA-TOTAIS.
           OPEN INPUT HISTSAL.
           IF WS-HISTSAL-STATUS EQUAL '00'
               OPEN OUTPUT CONVTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ HISTSAL AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 076-HISTSAL-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE HISTSAL
               CLOSE CONVTEMP
               OPEN INPUT CONVTEMP
               OPEN OUTPUT HISTSAL
               MOVE 0 TO FLAG-TEMP
               READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP
               END-READ
               PERFORM 077-HISTSAL-VOLTA-ITEM
                   UNTIL FLAG-TEMP EQUAL TO 1
               CLOSE CONVTEMP
               CLOSE HISTSAL
           END-IF.
           PERFORM 041-RELATA-ARQUIVO.

       076-HISTSAL-ITEM.
           IF HIST-MATRICULA NUMERIC
               AND HIST-MATRICULA GREATER THAN ZEROS
               ADD 1 TO QTD-JA-CARIMBADOS
           ELSE
               MOVE HIST-NOME TO WRK-BUSCA-NOME
               MOVE SPACES TO WRK-BUSCA-EMPRESA
               MOVE HIST-EMP-CODIGO TO WRK-BUSCA-EMP-CODIGO
               PERFORM 042-RESOLVE-LINHA
               IF WRK-RESULTADO EQUAL 'U'
                   MOVE WRK-ACHADO-MATRICULA TO HIST-MATRICULA
               END-IF
           END-IF.
           MOVE HISTSAL-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ HISTSAL AT END MOVE 1 TO FLAG-ARQUIVO.

       077-HISTSAL-VOLTA-ITEM.
           MOVE TEMP-REG TO HISTSAL-REG.
           WRITE HISTSAL-REG.
           READ CONVTEMP AT END MOVE 1 TO FLAG-TEMP.

      ** add other procedures here
       END PROGRAM PROG045.
