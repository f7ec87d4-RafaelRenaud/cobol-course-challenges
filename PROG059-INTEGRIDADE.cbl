      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG059.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Cross-file integrity sweep. Each program validates what it
      * writes; this batch checks that the files agree with each
      * other, one rule of the catalogue (TABELA-REGRAS) at a time:
      *   R01 CONTAS.DAT    account of a matricula not on file
      *   R02 FOLHA.TXT     payroll line of a matricula not on file
      *   R03 FOLHA.TXT     payroll after the employee's demissao
      *   R04 TURMA.TXT     graded name not in ALUNOS.TXT
      *   R05 FREQUENCIA    matricula not in ALUNOS.TXT, or the
      *                     name differs from the one enrolled
      *   R06 CLIENTES.DAT  CEP outside every CEPFAIXA.DAT range
      *   R07 AUDITORIA     operator not in OPERADORES.TXT
      * A rule whose master file is missing is reported as not
      * verified rather than flagging every record against it.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
           SELECT CONTAS ASSIGN TO 'CONTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CTA-MATRICULA
           FILE STATUS IS WS-CONTAS-STATUS.
           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
           SELECT TURMA ASSIGN TO 'TURMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TURMA-STATUS.
           SELECT FREQUENCIA ASSIGN TO 'FREQUENCIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.
           SELECT CLIENTES ASSIGN TO 'CLIENTES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-CLIENTES-STATUS.
           SELECT CEPFAIXA ASSIGN TO 'CEPFAIXA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CEPF-INI
           FILE STATUS IS WS-CEPF-STATUS.
           SELECT OPERADORES ASSIGN TO 'OPERADORES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * INTEGRID.TXT is rebuilt on every sweep with one line per
      * finding, for PROG016's open-issue count and for whoever
      * works the corrections.
      *-----------------------
           SELECT INTEGRID ASSIGN TO 'INTEGRID.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INT-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
      * Sort work file for the rules matched by key (R04 to R07):
      * master and dependent records sorted together, the master
      * first on each key, so neither file has to fit in a table.
           SELECT SORT-INTEG ASSIGN TO 'INTEGSRT.TMP'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD CONTAS.
       COPY CONTA.
       FD FOLHA.
       COPY FOLHA.
       FD ALUNOS.
       COPY ALUNO.
       FD TURMA.
       COPY TURMA.
       FD FREQUENCIA.
       COPY FREQUENCIA.
       FD CLIENTES.
       COPY CLIENTE.
       FD CEPFAIXA.
       COPY CEPFAIXA.
       FD OPERADORES.
       COPY OPERADOR.
       FD AUDITORIA.
       COPY AUDITORIA.
       FD INTEGRID.
       COPY INTEGRID.
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
      * SRT-TIPO 1 = registro mestre (aluno, faixa, operador),
      * 2 = registro conferido contra ele. SRT-DETALHE leva a chave
      * da pendencia e SRT-COMPLEMENTO o que entra no motivo.
       SD SORT-INTEG.
       01 SRT-REG.
           05 SRT-CHAVE PIC X(30).
           05 SRT-TIPO PIC X(1).
           05 SRT-DETALHE PIC X(30).
           05 SRT-COMPLEMENTO PIC X(12).
           05 SRT-NOME PIC X(30).
           05 SRT-FIM PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONTAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-TURMA-STATUS PIC X(2) VALUE SPACES.
       77 WS-FREQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-CLIENTES-STATUS PIC X(2) VALUE SPACES.
       77 WS-CEPF-STATUS PIC X(2) VALUE SPACES.
       77 WS-OPER-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-INT-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-SORT PIC 9(1) VALUE 0.
      *-----------------------
      * Catalogo de regras: codigo, arquivo conferido e descricao,
      * com a contagem de pendencias e a situacao de cada uma
      * (V = verificada, N = nao verificada, motivo em TABREG-OBS).
       01 TABELA-REGRAS-DADOS.
           05 FILLER PIC X(17) VALUE 'R01CONTAS.DAT'.
           05 FILLER PIC X(40) VALUE
               'CONTA DE MATRICULA NAO CADASTRADA'.
           05 FILLER PIC X(17) VALUE 'R02FOLHA.TXT'.
           05 FILLER PIC X(40) VALUE
               'FOLHA DE MATRICULA NAO CADASTRADA'.
           05 FILLER PIC X(17) VALUE 'R03FOLHA.TXT'.
           05 FILLER PIC X(40) VALUE
               'FOLHA POSTERIOR A DEMISSAO'.
           05 FILLER PIC X(17) VALUE 'R04TURMA.TXT'.
           05 FILLER PIC X(40) VALUE
               'ALUNO DA TURMA FORA DE ALUNOS.TXT'.
           05 FILLER PIC X(17) VALUE 'R05FREQUENCIA.TXT'.
           05 FILLER PIC X(40) VALUE
               'CHAMADA FORA DE ALUNOS.TXT'.
           05 FILLER PIC X(17) VALUE 'R06CLIENTES.DAT'.
           05 FILLER PIC X(40) VALUE
               'CEP DE CLIENTE FORA DAS FAIXAS'.
           05 FILLER PIC X(17) VALUE 'R07AUDITORIA.TXT'.
           05 FILLER PIC X(40) VALUE
               'OPERADOR FORA DE OPERADORES.TXT'.
       01 TABELA-REGRAS REDEFINES TABELA-REGRAS-DADOS.
           05 REGRA-ITEM OCCURS 7 TIMES.
               10 TABREG-CODIGO PIC X(3).
               10 TABREG-ARQUIVO PIC X(14).
               10 TABREG-DESCRICAO PIC X(40).
       01 TABELA-APURACAO.
           05 APURACAO-ITEM OCCURS 7 TIMES.
               10 TABREG-QTD PIC 9(5).
               10 TABREG-SITUACAO PIC X(1).
               10 TABREG-OBS PIC X(30).
       77 IDX-REGRA PIC 9(1) VALUE ZEROS.
       77 QTD-PENDENCIAS PIC 9(5) VALUE ZEROS.
       77 QTD-SEM-MATRICULA PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Pendencia em montagem: chave, quantidade de linhas e
      * motivo. Linhas seguidas com a mesma chave e o mesmo motivo
      * somam numa pendencia so.
       77 WRK-EXC-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-EXC-QTD PIC 9(5) VALUE ZEROS.
       77 WRK-EXC-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-PEND-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-PEND-QTD PIC 9(5) VALUE ZEROS.
       77 WRK-PEND-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-NOVO-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO-ORFAO PIC X(40) VALUE SPACES.
       77 WRK-MESTRE-CHAVE PIC X(30) VALUE SPACES.
       77 WRK-MESTRE-NOME PIC X(30) VALUE SPACES.
      *-----------------------
      * Competencia da folha reduzida ao mes civil em que foi paga:
      * o 13o (AAAA13) conta como dezembro e as ferias (AAAA21 a
      * AAAA32) como o mes menos 20.
       01 WRK-COMPETENCIA-EF.
           05 WRK-CEF-ANO PIC 9(4).
           05 WRK-CEF-MES PIC 9(2).
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
      *-----------------------
      * Faixas de CEP: o maior fim entre as faixas que comecam ate
      * o CEP lido; o CEP esta coberto se nao passa dele.
       77 WRK-MAIOR-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-CEP-NUM PIC 9(8) VALUE ZEROS.
      *-----------------------
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT,
      * TURMA.TXT e OPERADORES.TXT conferidos antes da varredura.
       COPY CTLPED.
       77 WS-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WS-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ED.
           DISPLAY '#########################################'.
           DISPLAY 'INTEGRIDADE ENTRE ARQUIVOS - ' WRK-DATA-ED.
           DISPLAY '#########################################'.
           PERFORM 035-CONFERE-CONTROLE.
           IF WS-CTL-CONFERE NOT EQUAL 'S'
               DISPLAY 'ARQUIVO DE ENTRADA ALTERADO FORA DO SISTEMA '
                   '- VARREDURA INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INTEGRID.
           IF WS-INT-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR INTEGRID.TXT - FILE STATUS: '
                   WS-INT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'INICIO' TO WS-EXELOG-EVENTO
               MOVE SPACES TO WS-EXELOG-DETALHE
               PERFORM 034-GRAVA-EXECLOG
               PERFORM 001-REGRA-CONTAS
               PERFORM 003-REGRA-FOLHA
               PERFORM 007-REGRA-TURMA
               PERFORM 011-REGRA-FREQUENCIA
               PERFORM 019-REGRA-CEP
               PERFORM 025-REGRA-OPERADOR
               CLOSE INTEGRID
               PERFORM 032-RESUMO
               MOVE 'FIM' TO WS-EXELOG-EVENTO
               MOVE QTD-PENDENCIAS TO WRK-QTD-ED
               MOVE SPACES TO WS-EXELOG-DETALHE
               STRING 'PENDENCIAS ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO WS-EXELOG-DETALHE
               END-STRING
               PERFORM 034-GRAVA-EXECLOG
           END-IF.
           GOBACK.

       001-REGRA-CONTAS.
      **
      * R01: every bank account must belong to a matricula on
      * FUNCIONARIOS.DAT - keyed lookup per account.
      **
           MOVE 1 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               MOVE 'N' TO TABREG-SITUACAO(IDX-REGRA)
               MOVE 'FUNCIONARIOS.DAT AUSENTE' TO TABREG-OBS(IDX-REGRA)
           ELSE
               OPEN INPUT CONTAS
               IF WS-CONTAS-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-ARQUIVO
                   READ CONTAS NEXT RECORD
                       AT END MOVE 1 TO FLAG-ARQUIVO
                   END-READ
                   PERFORM 002-CONTA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
                   CLOSE CONTAS
               END-IF
               CLOSE FUNCIONARIOS
           END-IF.
           PERFORM 030-FECHA-REGRA.

       002-CONTA-ITEM.
           MOVE CTA-MATRICULA TO FUNC-MATRICULA.
           READ FUNCIONARIOS
               INVALID KEY
                   MOVE SPACES TO WRK-EXC-CHAVE
                   STRING CTA-MATRICULA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CTA-NOME DELIMITED BY SIZE
                       INTO WRK-EXC-CHAVE
                   END-STRING
                   MOVE 1 TO WRK-EXC-QTD
                   MOVE 'MATRICULA FORA DE FUNCIONARIOS.DAT'
                       TO WRK-EXC-MOTIVO
                   PERFORM 031-GRAVA-EXCECAO
           END-READ.
           READ CONTAS NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO.

       003-REGRA-FOLHA.
      **
      * R02 and R03 walk FOLHA.TXT once each, so the report stays
      * grouped by rule: a line whose matricula is not on file,
      * then a line paid after the month of the demissao (the
      * rescisao itself is paid in that month and passes). Lines
      * older than the matricula field cannot be checked and are
      * only counted.
      **
           MOVE 2 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           MOVE ZEROS TO QTD-SEM-MATRICULA.
           PERFORM 004-LE-FOLHA.
           IF TABREG-SITUACAO(IDX-REGRA) EQUAL 'V'
               AND QTD-SEM-MATRICULA GREATER THAN ZEROS
               MOVE QTD-SEM-MATRICULA TO WRK-QTD-ED
               DISPLAY '    LINHAS SEM MATRICULA (NAO CONFERIDAS):'
                   WRK-QTD-ED
           END-IF.
           PERFORM 030-FECHA-REGRA.
           MOVE 3 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           PERFORM 004-LE-FOLHA.
           PERFORM 030-FECHA-REGRA.

       004-LE-FOLHA.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               MOVE 'N' TO TABREG-SITUACAO(IDX-REGRA)
               MOVE 'FUNCIONARIOS.DAT AUSENTE' TO TABREG-OBS(IDX-REGRA)
           ELSE
               OPEN INPUT FOLHA
               IF WS-FOLHA-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-ARQUIVO
                   READ FOLHA AT END MOVE 1 TO FLAG-ARQUIVO
                   END-READ
                   PERFORM 005-FOLHA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
                   CLOSE FOLHA
               END-IF
               CLOSE FUNCIONARIOS
           END-IF.

       005-FOLHA-ITEM.
           IF FOLHA-MATRICULA NUMERIC
               AND FOLHA-MATRICULA GREATER THAN ZEROS
               MOVE FOLHA-MATRICULA TO FUNC-MATRICULA
               READ FUNCIONARIOS
                   INVALID KEY
                       IF IDX-REGRA EQUAL 2
                           PERFORM 006-FOLHA-EXCECAO
                           MOVE 'MATRICULA FORA DE FUNCIONARIOS.DAT'
                               TO WRK-EXC-MOTIVO
                           PERFORM 031-GRAVA-EXCECAO
                       END-IF
                   NOT INVALID KEY
                       IF IDX-REGRA EQUAL 3
                           PERFORM 010-CONFERE-DEMISSAO
                       END-IF
               END-READ
           ELSE
               ADD 1 TO QTD-SEM-MATRICULA
           END-IF.
           READ FOLHA AT END MOVE 1 TO FLAG-ARQUIVO.

       006-FOLHA-EXCECAO.
           MOVE SPACES TO WRK-EXC-CHAVE.
           STRING FOLHA-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FOLHA-COMPETENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FOLHA-NOME DELIMITED BY SIZE
               INTO WRK-EXC-CHAVE
           END-STRING.
           MOVE 1 TO WRK-EXC-QTD.

       007-REGRA-TURMA.
      **
      * R04: every name graded in TURMA.TXT must be enrolled in
      * ALUNOS.TXT (TURMA.TXT has no matricula - the name is the
      * link, as in PROG004). One finding per name and turma.
      **
           MOVE 4 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS NOT EQUAL '00'
               MOVE 'N' TO TABREG-SITUACAO(IDX-REGRA)
               MOVE 'ALUNOS.TXT AUSENTE' TO TABREG-OBS(IDX-REGRA)
           ELSE
               CLOSE ALUNOS
               MOVE 'NAO CONSTA DE ALUNOS.TXT' TO WRK-MOTIVO-ORFAO
               SORT SORT-INTEG
                   ON ASCENDING KEY SRT-CHAVE
                   ON ASCENDING KEY SRT-TIPO
                   ON ASCENDING KEY SRT-DETALHE
                   ON ASCENDING KEY SRT-COMPLEMENTO
                   INPUT PROCEDURE IS 008-CARGA-TURMA
                   OUTPUT PROCEDURE IS 015-CONFRONTA
           END-IF.
           PERFORM 030-FECHA-REGRA.

       008-CARGA-TURMA.
           OPEN INPUT ALUNOS.
           MOVE 0 TO FLAG-ARQUIVO.
           READ ALUNOS AT END MOVE 1 TO FLAG-ARQUIVO
           END-READ.
           PERFORM 009-ALUNO-NOME-ITEM UNTIL FLAG-ARQUIVO EQUAL 1.
           CLOSE ALUNOS.
           OPEN INPUT TURMA.
           IF WS-TURMA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ TURMA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 012-TURMA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE TURMA
           END-IF.

       009-ALUNO-NOME-ITEM.
           MOVE SPACES TO SRT-REG.
           MOVE ALU-NOME TO SRT-CHAVE.
           MOVE '1' TO SRT-TIPO.
           MOVE ALU-NOME TO SRT-NOME.
           MOVE ZEROS TO SRT-FIM.
           RELEASE SRT-REG.
           READ ALUNOS AT END MOVE 1 TO FLAG-ARQUIVO.

       010-CONFERE-DEMISSAO.
           IF FUNC-SITUACAO EQUAL 'D'
               AND FUNC-DEMISSAO NUMERIC
               AND FUNC-DEMISSAO GREATER THAN ZEROS
               AND FOLHA-COMPETENCIA NUMERIC
               MOVE FOLHA-COMPETENCIA TO WRK-COMPETENCIA-EF
               IF WRK-CEF-MES EQUAL 13
                   MOVE 12 TO WRK-CEF-MES
               END-IF
               IF WRK-CEF-MES GREATER THAN 20
                   SUBTRACT 20 FROM WRK-CEF-MES
               END-IF
               IF WRK-COMPETENCIA-EF GREATER THAN FUNC-DEMISSAO(1:6)
                   PERFORM 006-FOLHA-EXCECAO
                   MOVE FUNC-DEMISSAO TO WRK-DATA-ED
                   MOVE SPACES TO WRK-EXC-MOTIVO
                   STRING 'PAGA APOS A DEMISSAO EM ' DELIMITED BY SIZE
                       WRK-DATA-ED DELIMITED BY SIZE
                       INTO WRK-EXC-MOTIVO
                   END-STRING
                   PERFORM 031-GRAVA-EXCECAO
               END-IF
           END-IF.

       011-REGRA-FREQUENCIA.
      **
      * R05: every attendance line must carry a matricula enrolled
      * in ALUNOS.TXT, under the name enrolled there. One finding
      * per matricula and name, with the count of lines behind it.
      **
           MOVE 5 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS NOT EQUAL '00'
               MOVE 'N' TO TABREG-SITUACAO(IDX-REGRA)
               MOVE 'ALUNOS.TXT AUSENTE' TO TABREG-OBS(IDX-REGRA)
           ELSE
               CLOSE ALUNOS
               MOVE 'MATRICULA FORA DE ALUNOS.TXT' TO WRK-MOTIVO-ORFAO
               SORT SORT-INTEG
                   ON ASCENDING KEY SRT-CHAVE
                   ON ASCENDING KEY SRT-TIPO
                   ON ASCENDING KEY SRT-DETALHE
                   ON ASCENDING KEY SRT-COMPLEMENTO
                   INPUT PROCEDURE IS 013-CARGA-FREQUENCIA
                   OUTPUT PROCEDURE IS 015-CONFRONTA
           END-IF.
           PERFORM 030-FECHA-REGRA.

       012-TURMA-ITEM.
           MOVE SPACES TO SRT-REG.
           MOVE TURMA-NOME TO SRT-CHAVE.
           MOVE '2' TO SRT-TIPO.
           MOVE TURMA-NOME TO SRT-DETALHE.
           STRING 'TURMA ' DELIMITED BY SIZE
               TURMA-ID DELIMITED BY SIZE
               INTO SRT-COMPLEMENTO
           END-STRING.
           MOVE TURMA-NOME TO SRT-NOME.
           MOVE ZEROS TO SRT-FIM.
           RELEASE SRT-REG.
           READ TURMA AT END MOVE 1 TO FLAG-ARQUIVO.

       013-CARGA-FREQUENCIA.
           OPEN INPUT ALUNOS.
           MOVE 0 TO FLAG-ARQUIVO.
           READ ALUNOS AT END MOVE 1 TO FLAG-ARQUIVO
           END-READ.
           PERFORM 014-ALUNO-MATRICULA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1.
           CLOSE ALUNOS.
           OPEN INPUT FREQUENCIA.
           IF WS-FREQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ FREQUENCIA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 016-FREQUENCIA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE FREQUENCIA
           END-IF.

       014-ALUNO-MATRICULA-ITEM.
           MOVE SPACES TO SRT-REG.
           MOVE ALU-MATRICULA TO SRT-CHAVE.
           MOVE '1' TO SRT-TIPO.
           MOVE ALU-NOME TO SRT-NOME.
           MOVE ZEROS TO SRT-FIM.
           RELEASE SRT-REG.
           READ ALUNOS AT END MOVE 1 TO FLAG-ARQUIVO.

       015-CONFRONTA.
      **
      * Output side of the R04, R05 and R07 sorts: each master key
      * is remembered, and a dependent record on another key has
      * no master (R05 also compares the name). Findings on the
      * same key and reason add up into one.
      **
           MOVE LOW-VALUES TO WRK-MESTRE-CHAVE.
           MOVE SPACES TO WRK-MESTRE-NOME.
           MOVE ZEROS TO WRK-PEND-QTD.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-INTEG AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 017-CONFRONTA-ITEM UNTIL FLAG-SORT EQUAL 1.
           PERFORM 018-DESCARREGA-PENDENCIA.

       016-FREQUENCIA-ITEM.
           MOVE SPACES TO SRT-REG.
           MOVE FRE-MATRICULA TO SRT-CHAVE.
           MOVE '2' TO SRT-TIPO.
           STRING FRE-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FRE-NOME DELIMITED BY SIZE
               INTO SRT-DETALHE
           END-STRING.
           MOVE FRE-NOME TO SRT-NOME.
           MOVE ZEROS TO SRT-FIM.
           RELEASE SRT-REG.
           READ FREQUENCIA AT END MOVE 1 TO FLAG-ARQUIVO.

       017-CONFRONTA-ITEM.
           IF SRT-TIPO EQUAL '1'
               MOVE SRT-CHAVE TO WRK-MESTRE-CHAVE
               MOVE SRT-NOME TO WRK-MESTRE-NOME
           ELSE
               MOVE SPACES TO WRK-NOVO-MOTIVO
               IF SRT-CHAVE NOT EQUAL WRK-MESTRE-CHAVE
                   IF SRT-COMPLEMENTO EQUAL SPACES
                       MOVE WRK-MOTIVO-ORFAO TO WRK-NOVO-MOTIVO
                   ELSE
                       STRING WRK-MOTIVO-ORFAO DELIMITED BY '  '
                           ' - ' DELIMITED BY SIZE
                           SRT-COMPLEMENTO DELIMITED BY SIZE
                           INTO WRK-NOVO-MOTIVO
                       END-STRING
                   END-IF
               ELSE
                   IF IDX-REGRA EQUAL 5
                       AND SRT-NOME NOT EQUAL WRK-MESTRE-NOME
                       STRING 'NOME EM ALUNOS.TXT: ' DELIMITED BY SIZE
                           WRK-MESTRE-NOME DELIMITED BY SIZE
                           INTO WRK-NOVO-MOTIVO
                       END-STRING
                   END-IF
               END-IF
               IF WRK-NOVO-MOTIVO NOT EQUAL SPACES
                   IF WRK-PEND-QTD GREATER THAN ZEROS
                       AND SRT-DETALHE EQUAL WRK-PEND-CHAVE
                       AND WRK-NOVO-MOTIVO EQUAL WRK-PEND-MOTIVO
                       ADD 1 TO WRK-PEND-QTD
                   ELSE
                       PERFORM 018-DESCARREGA-PENDENCIA
                       MOVE SRT-DETALHE TO WRK-PEND-CHAVE
                       MOVE WRK-NOVO-MOTIVO TO WRK-PEND-MOTIVO
                       MOVE 1 TO WRK-PEND-QTD
                   END-IF
               END-IF
           END-IF.
           RETURN SORT-INTEG AT END MOVE 1 TO FLAG-SORT.

       018-DESCARREGA-PENDENCIA.
           IF WRK-PEND-QTD GREATER THAN ZEROS
               MOVE WRK-PEND-CHAVE TO WRK-EXC-CHAVE
               MOVE WRK-PEND-QTD TO WRK-EXC-QTD
               MOVE WRK-PEND-MOTIVO TO WRK-EXC-MOTIVO
               PERFORM 031-GRAVA-EXCECAO
               MOVE ZEROS TO WRK-PEND-QTD
           END-IF.

       019-REGRA-CEP.
      **
      * R06: every client CEP must fall in some CEPFAIXA.DAT range
      * (the cidade/UF agreement stays with PROG003 mode 5). Ranges
      * sort by first CEP ahead of the clients, so a client is
      * covered when the furthest range end seen so far reaches it.
      **
           MOVE 6 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           OPEN INPUT CEPFAIXA.
           IF WS-CEPF-STATUS NOT EQUAL '00'
               MOVE 'N' TO TABREG-SITUACAO(IDX-REGRA)
               MOVE 'CEPFAIXA.DAT AUSENTE' TO TABREG-OBS(IDX-REGRA)
           ELSE
               CLOSE CEPFAIXA
               SORT SORT-INTEG
                   ON ASCENDING KEY SRT-CHAVE
                   ON ASCENDING KEY SRT-TIPO
                   ON ASCENDING KEY SRT-DETALHE
                   INPUT PROCEDURE IS 020-CARGA-CEP
                   OUTPUT PROCEDURE IS 023-CONFRONTA-CEP
           END-IF.
           PERFORM 030-FECHA-REGRA.

       020-CARGA-CEP.
           OPEN INPUT CEPFAIXA.
           MOVE 0 TO FLAG-ARQUIVO.
           READ CEPFAIXA NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO
           END-READ.
           PERFORM 021-FAIXA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1.
           CLOSE CEPFAIXA.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ CLIENTES NEXT RECORD
                   AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 022-CLIENTE-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE CLIENTES
           END-IF.

       021-FAIXA-ITEM.
           MOVE SPACES TO SRT-REG.
           MOVE CEPF-INI TO SRT-CHAVE.
           MOVE '1' TO SRT-TIPO.
           MOVE CEPF-FIM TO SRT-FIM.
           RELEASE SRT-REG.
           READ CEPFAIXA NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO.

       022-CLIENTE-ITEM.
      **
      * A CEP out of the NNNNN-NNN format is a finding on its own;
      * a blank one is left to the cadastro.
      **
           IF CLI-CEP NOT EQUAL SPACES
               MOVE SPACES TO SRT-REG
               STRING CLI-CODIGO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CLI-NOME DELIMITED BY SIZE
                   INTO SRT-DETALHE
               END-STRING
               IF CLI-CEP(1:5) NUMERIC AND CLI-CEP(6:1) EQUAL '-'
                   AND CLI-CEP(7:3) NUMERIC
                   MOVE CLI-CEP(1:5) TO SRT-CHAVE(1:5)
                   MOVE CLI-CEP(7:3) TO SRT-CHAVE(6:3)
                   MOVE '2' TO SRT-TIPO
                   MOVE CLI-CEP TO SRT-COMPLEMENTO
                   MOVE ZEROS TO SRT-FIM
                   RELEASE SRT-REG
               ELSE
                   MOVE SRT-DETALHE TO WRK-EXC-CHAVE
                   MOVE 1 TO WRK-EXC-QTD
                   MOVE SPACES TO WRK-EXC-MOTIVO
                   STRING 'CEP ' DELIMITED BY SIZE
                       CLI-CEP DELIMITED BY SIZE
                       ' FORA DO FORMATO NNNNN-NNN' DELIMITED BY SIZE
                       INTO WRK-EXC-MOTIVO
                   END-STRING
                   PERFORM 031-GRAVA-EXCECAO
               END-IF
           END-IF.
           READ CLIENTES NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO.

       023-CONFRONTA-CEP.
           MOVE ZEROS TO WRK-MAIOR-FIM.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-INTEG AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 024-CEP-ITEM UNTIL FLAG-SORT EQUAL 1.

       024-CEP-ITEM.
           IF SRT-TIPO EQUAL '1'
               IF SRT-FIM GREATER THAN WRK-MAIOR-FIM
                   MOVE SRT-FIM TO WRK-MAIOR-FIM
               END-IF
           ELSE
               MOVE SRT-CHAVE(1:8) TO WRK-CEP-NUM
               IF WRK-CEP-NUM GREATER THAN WRK-MAIOR-FIM
                   MOVE SRT-DETALHE TO WRK-EXC-CHAVE
                   MOVE 1 TO WRK-EXC-QTD
                   MOVE SPACES TO WRK-EXC-MOTIVO
                   STRING 'CEP ' DELIMITED BY SIZE
                       SRT-COMPLEMENTO(1:9) DELIMITED BY SIZE
                       ' SEM FAIXA EM CEPFAIXA.DAT' DELIMITED BY SIZE
                       INTO WRK-EXC-MOTIVO
                   END-STRING
                   PERFORM 031-GRAVA-EXCECAO
               END-IF
           END-IF.
           RETURN SORT-INTEG AT END MOVE 1 TO FLAG-SORT.

       025-REGRA-OPERADOR.
      **
      * R07: every operator stamped on AUDITORIA.TXT must be a code
      * of OPERADORES.TXT. Lines with no operator (a program run
      * directly, outside the menu) are not findings.
      **
           MOVE 7 TO IDX-REGRA.
           PERFORM 029-ABRE-REGRA.
           OPEN INPUT OPERADORES.
           IF WS-OPER-STATUS NOT EQUAL '00'
               MOVE 'N' TO TABREG-SITUACAO(IDX-REGRA)
               MOVE 'OPERADORES.TXT AUSENTE' TO TABREG-OBS(IDX-REGRA)
           ELSE
               CLOSE OPERADORES
               MOVE 'OPERADOR FORA DE OPERADORES.TXT'
                   TO WRK-MOTIVO-ORFAO
               SORT SORT-INTEG
                   ON ASCENDING KEY SRT-CHAVE
                   ON ASCENDING KEY SRT-TIPO
                   ON ASCENDING KEY SRT-DETALHE
                   ON ASCENDING KEY SRT-COMPLEMENTO
                   INPUT PROCEDURE IS 026-CARGA-OPERADOR
                   OUTPUT PROCEDURE IS 015-CONFRONTA
           END-IF.
           PERFORM 030-FECHA-REGRA.

       026-CARGA-OPERADOR.
           OPEN INPUT OPERADORES.
           MOVE 0 TO FLAG-ARQUIVO.
           READ OPERADORES AT END MOVE 1 TO FLAG-ARQUIVO
           END-READ.
           PERFORM 027-OPERADOR-ITEM UNTIL FLAG-ARQUIVO EQUAL 1.
           CLOSE OPERADORES.
           OPEN INPUT AUDITORIA.
           IF WS-AUD-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ AUDITORIA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 028-AUDITORIA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE AUDITORIA
           END-IF.

       027-OPERADOR-ITEM.
           MOVE SPACES TO SRT-REG.
           MOVE OP-CODIGO TO SRT-CHAVE.
           MOVE '1' TO SRT-TIPO.
           MOVE ZEROS TO SRT-FIM.
           RELEASE SRT-REG.
           READ OPERADORES AT END MOVE 1 TO FLAG-ARQUIVO.

       028-AUDITORIA-ITEM.
           IF AUD-OPERADOR NOT EQUAL SPACES
               AND AUD-OPERADOR NOT EQUAL LOW-VALUES
               MOVE SPACES TO SRT-REG
               MOVE AUD-OPERADOR TO SRT-CHAVE
               MOVE '2' TO SRT-TIPO
               MOVE AUD-OPERADOR TO SRT-DETALHE
               MOVE ZEROS TO SRT-FIM
               RELEASE SRT-REG
           END-IF.
           READ AUDITORIA AT END MOVE 1 TO FLAG-ARQUIVO.

       029-ABRE-REGRA.
           DISPLAY '--- ' TABREG-CODIGO(IDX-REGRA) ' '
               TABREG-ARQUIVO(IDX-REGRA) ' '
               TABREG-DESCRICAO(IDX-REGRA).
           MOVE ZEROS TO TABREG-QTD(IDX-REGRA).
           MOVE 'V' TO TABREG-SITUACAO(IDX-REGRA).
           MOVE SPACES TO TABREG-OBS(IDX-REGRA).

       030-FECHA-REGRA.
           IF TABREG-SITUACAO(IDX-REGRA) EQUAL 'N'
               DISPLAY '    NAO VERIFICADA - ' TABREG-OBS(IDX-REGRA)
           ELSE
               MOVE TABREG-QTD(IDX-REGRA) TO WRK-QTD-ED
               DISPLAY '    PENDENCIAS:' WRK-QTD-ED
           END-IF.

       031-GRAVA-EXCECAO.
      **
      * One finding: on the report under its rule and on
      * INTEGRID.TXT for PROG016 and the corrections.
      **
           MOVE WRK-DATA-HOJE TO INT-DATA.
           MOVE TABREG-CODIGO(IDX-REGRA) TO INT-REGRA.
           MOVE TABREG-ARQUIVO(IDX-REGRA) TO INT-ARQUIVO.
           MOVE WRK-EXC-CHAVE TO INT-CHAVE.
           MOVE WRK-EXC-QTD TO INT-QTD.
           MOVE WRK-EXC-MOTIVO TO INT-MOTIVO.
           WRITE INTEGRID-REG.
           ADD 1 TO TABREG-QTD(IDX-REGRA).
           ADD 1 TO QTD-PENDENCIAS.
           IF WRK-EXC-QTD GREATER THAN 1
               MOVE WRK-EXC-QTD TO WRK-QTD-ED
               DISPLAY '    ' WRK-EXC-CHAVE ' ' WRK-EXC-MOTIVO
                   ' (' WRK-QTD-ED ' LINHAS)'
           ELSE
               DISPLAY '    ' WRK-EXC-CHAVE ' ' WRK-EXC-MOTIVO
           END-IF.

       032-RESUMO.
      **
      * Closing summary: the catalogue with the count per rule.
      **
           DISPLAY '#########################################'.
           DISPLAY 'RESUMO POR REGRA'.
           DISPLAY '#########################################'.
           PERFORM 033-RESUMO-ITEM
               VARYING IDX-REGRA FROM 1 BY 1
               UNTIL IDX-REGRA GREATER THAN 7.
           DISPLAY '#########################################'.
           MOVE QTD-PENDENCIAS TO WRK-QTD-ED.
           DISPLAY 'TOTAL DE PENDENCIAS:                ' WRK-QTD-ED.
           DISPLAY 'GRAVADAS EM INTEGRID.TXT.'.

       033-RESUMO-ITEM.
           IF TABREG-SITUACAO(IDX-REGRA) EQUAL 'N'
               DISPLAY TABREG-CODIGO(IDX-REGRA) ' '
                   TABREG-DESCRICAO(IDX-REGRA) ' NAO VERIFICADA'
           ELSE
               MOVE TABREG-QTD(IDX-REGRA) TO WRK-QTD-ED
               DISPLAY TABREG-CODIGO(IDX-REGRA) ' '
                   TABREG-DESCRICAO(IDX-REGRA) WRK-QTD-ED
           END-IF.

       034-GRAVA-EXECLOG.
      **
      * One line of the run log; the first write on a brand-new
      * machine builds the file first.
      **
           OPEN EXTEND EXECLOG.
           IF WS-EXELOG-STATUS EQUAL '35'
               OPEN OUTPUT EXECLOG
               CLOSE EXECLOG
               OPEN EXTEND EXECLOG
           END-IF.
           IF WS-EXELOG-STATUS EQUAL '00'
               ACCEPT EXELOG-DATA FROM DATE YYYYMMDD
               ACCEPT EXELOG-HORA FROM TIME
               MOVE 'PROG059' TO EXELOG-PROGRAMA
               MOVE WS-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WS-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       035-CONFERE-CONTROLE.
      **
      * FOLHA.TXT, TURMA.TXT and OPERADORES.TXT must still
      * hold what CTLREG.TXT says the suite last left in them; a
      * file edited outside the suite stops the run (PROG064 logs
      * the mismatch) until a supervisor resyncs it in PROG063. The
      * run's return code is kept aside across each CALL.
      **
           MOVE 'S' TO WS-CTL-CONFERE.
           MOVE RETURN-CODE TO WS-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG059' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WS-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WS-CTL-CONFERE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'TURMA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG059' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WS-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WS-CTL-CONFERE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'OPERADORES.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG059' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WS-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WS-CTL-CONFERE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG059.
