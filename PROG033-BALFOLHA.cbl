           SELECT RUNCTL ASSIGN TO 'RUNCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
      *-----------------------
      * The same verification is the review of the two-person
      * approval: when COMPCTL.TXT shows the competencia awaiting
      * approval ('P', written by the PROG002 lote, 13th or ferias
      * run), an operator
      * other than the one who ran the lote, holding the approver
      * token AP in PERMISSOES.TXT, approves ('L') or rejects ('R')
      * it with a reason. Each decision, and each refused attempt,
      * leaves one AUDITORIA.TXT line.
      *-----------------------
           SELECT COMPCTL ASSIGN TO 'COMPCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMPCTL-STATUS.
           SELECT PERMISSOES ASSIGN TO 'PERMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERM-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * PROG033.PRM, when present, answers the competencia prompt
      * so the balance check can run in the night stream; such a
      * run only verifies - the approval decision is always taken
      * at the console. EXECLOG.TXT keeps the start/end trail.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG033.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 CONTRA-REG PIC X(80).
       FD RUNCTL.
       COPY RUNCTL.
       FD COMPCTL.
       01 COMPCTL-REG.
           05 CTL-COMPETENCIA PIC X(6).
           05 CTL-SITUACAO PIC X(1).
           05 CTL-DATA PIC 9(8).
           05 CTL-OPERADOR PIC X(8).
       FD PERMISSOES.
       01 PERM-REG.
           05 PERM-CHAVE PIC X(8).
           05 PERM-OPCOES PIC X(60).
       FD AUDITORIA.
       COPY AUDITORIA.
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FOLHA-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-LIMITE-NOMES PIC 9(1) VALUE 0.
       77 WRK-QTD-DIVERGENTES PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Contagem e soma por codigo de empresa (FOLHA-EMP-CODIGO e
      * REM-D-EMP-CODIGO), para a conferencia sair empresa a
      * empresa; registros anteriores ao codigo somam sob o codigo
      * em branco.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-EMPRESA PIC X(30).
               10 TABEMP-QTD-FOLHA PIC 9(6).
               10 TABEMP-SOMA-FOLHA PIC 9(14)V99.
               10 TABEMP-QTD-REM PIC 9(6).
               10 TABEMP-SOMA-REM PIC 9(14)V99.
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-EMP-NOME PIC X(30) VALUE SPACES.
       77 WRK-EMP-VALOR PIC 9(14)V99 VALUE ZEROS.
       77 FLAG-LIMITE-EMPRESAS PIC 9(1) VALUE 0.
      *-----------------------
      * Apoio da leitura do contracheque: o nome sai da linha
      * FUNCIONARIO: e o liquido da linha SALARIO LIQUIDO:.
       77 WRK-VALOR-LIDO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-BALANCEADO PIC X(1) VALUE 'S'.
      *-----------------------
      * Aprovacao da competencia: situacao corrente em COMPCTL.TXT,
      * operador do lote em conferencia, a linha de PERMISSOES.TXT
      * que vale para o operador logado (codigo vale mais que
      * perfil) e a decisao com o motivo.
       77 WS-COMPCTL-STATUS PIC X(2) VALUE SPACES.
       77 WS-PERM-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
       77 FLAG-COMPCTL PIC 9(1) VALUE 0.
       77 FLAG-PERMISSOES PIC 9(1) VALUE 0.
       77 WRK-SITUACAO PIC X(1) VALUE SPACES.
       77 WRK-OPERADOR-LOTE PIC X(8) VALUE SPACES.
       77 WRK-OPCOES-CODIGO PIC X(60) VALUE SPACES.
       77 WRK-OPCOES-PERFIL PIC X(60) VALUE SPACES.
       77 WRK-OPCOES-LISTA PIC X(60) VALUE SPACES.
       77 WRK-TOKEN-OPCAO PIC X(10) VALUE SPACES.
       77 WRK-PONTEIRO-OPC PIC 9(3) VALUE ZEROS.
       77 WRK-APROVADOR PIC X(1) VALUE 'N'.
       77 WRK-DECISAO PIC X(1) VALUE SPACES.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-AUD-OPERACAO PIC X(15) VALUE SPACES.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes da conferencia do fechamento.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
      * Execucao sem operador: com PROG033.PRM presente, a
      * competencia vem do arquivo em vez do console, a decisao de
      * aprovacao nao e oferecida, e o inicio e o fim da execucao
      * ficam registrados em EXECLOG.TXT.
       77 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 PARM-ATIVO PIC X(1) VALUE 'N'.
       77 WRK-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * The main procedure of the program
      **
           PERFORM 035-ABRE-PARAMETROS.
           DISPLAY 'COMPETENCIA A CONFERIR (AAAAMM, AAAA13 OU '
               'FERIAS AAAA21-32): '.
           PERFORM 036-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:6) TO WRK-COMPETENCIA.
           DISPLAY '#########################################'.
           DISPLAY 'FECHAMENTO DA FOLHA - COMPETENCIA '
               WRK-COMPETENCIA.
           DISPLAY '#########################################'.
           PERFORM 033-CONFERE-CONTROLE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               PERFORM 034-PROCESSA
           ELSE
               DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                   'EXECUCAO INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 037-ENCERRA-EXECUCAO.
           GOBACK.

       001-APURA-FOLHA.
               MOVE FOLHA-NOME TO WRK-NOME-BUSCA
               MOVE 'F' TO WRK-ARTEFATO
               PERFORM 020-MARCA-NOME
               MOVE FOLHA-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO WRK-EMP-NOME
               MOVE FOLHA-LIQUIDO TO WRK-EMP-VALOR
               PERFORM 022-MARCA-EMPRESA
           END-IF.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA.

               WHEN 'H'
                   IF REM-H-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE 'S' TO WRK-TEM-REMESSA
                       IF REM-H-EMP-CODIGO NOT EQUAL SPACES
                           DISPLAY 'EMPRESA PAGADORA DA REMESSA: '
                               REM-H-EMP-CODIGO ' CNPJ ' REM-H-CNPJ
                       END-IF
                   ELSE
                       MOVE 1 TO FLAG-REMESSA
                   END-IF
                       MOVE REM-D-NOME TO WRK-NOME-BUSCA
                       MOVE 'R' TO WRK-ARTEFATO
                       PERFORM 020-MARCA-NOME
                       MOVE REM-D-EMP-CODIGO TO WRK-EMP-CODIGO
                       MOVE REM-D-EMPRESA TO WRK-EMP-NOME
                       MOVE REM-D-LIQUIDO TO WRK-EMP-VALOR
                       PERFORM 022-MARCA-EMPRESA
                   END-IF
               WHEN 'T'
                   IF WRK-TEM-REMESSA EQUAL 'S'
           ELSE
               DISPLAY 'VEREDITO: DESBALANCEADO - CONFIRA AS '
                   'DIVERGENCIAS ACIMA ANTES DE ENVIAR AO BANCO.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '#########################################'.

       022-MARCA-EMPRESA.
      **
      * Soma o registro corrente na empresa do seu codigo, pela
      * perna do artefato corrente ('F' folha, 'R' remessa);
      * TABELA-EMPRESAS so comporta 100 codigos, alem disso a
      * conferencia por empresa sai parcial com um unico aviso.
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           PERFORM 023-PROCURA-EMPRESA
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           IF IDX-EMP-ACHADO EQUAL ZEROS
               IF QTD-EMPRESAS LESS THAN 100
                   ADD 1 TO QTD-EMPRESAS
                   MOVE QTD-EMPRESAS TO IDX-EMP-ACHADO
                   MOVE WRK-EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
                   MOVE WRK-EMP-NOME TO TABEMP-EMPRESA(QTD-EMPRESAS)
                   MOVE ZEROS TO TABEMP-QTD-FOLHA(QTD-EMPRESAS)
                   MOVE ZEROS TO TABEMP-SOMA-FOLHA(QTD-EMPRESAS)
                   MOVE ZEROS TO TABEMP-QTD-REM(QTD-EMPRESAS)
                   MOVE ZEROS TO TABEMP-SOMA-REM(QTD-EMPRESAS)
               ELSE
                   IF FLAG-LIMITE-EMPRESAS EQUAL 0
                       DISPLAY 'AVISO: MAIS DE 100 EMPRESAS - '
                           'CONFERENCIA POR EMPRESA PARCIAL.'
                       MOVE 1 TO FLAG-LIMITE-EMPRESAS
                   END-IF
               END-IF
           END-IF.
           IF IDX-EMP-ACHADO GREATER THAN ZEROS
               IF WRK-ARTEFATO EQUAL 'F'
                   ADD 1 TO TABEMP-QTD-FOLHA(IDX-EMP-ACHADO)
                   ADD WRK-EMP-VALOR
                       TO TABEMP-SOMA-FOLHA(IDX-EMP-ACHADO)
               ELSE
                   ADD 1 TO TABEMP-QTD-REM(IDX-EMP-ACHADO)
                   ADD WRK-EMP-VALOR
                       TO TABEMP-SOMA-REM(IDX-EMP-ACHADO)
               END-IF
           END-IF.

       023-PROCURA-EMPRESA.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-EMP-CODIGO
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       016-COMPARA-EMPRESAS.
      **
      * The same verification company code by company code: folha
      * and remessa must agree within each company, not only in the
      * grand total - a credit stamped with the wrong company nets
      * out overall but shows up here.
      **
           DISPLAY '-----------------------------------------'.
           DISPLAY 'CONFERENCIA POR EMPRESA:'.
           PERFORM 017-EMPRESA-ITEM
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.

       017-EMPRESA-ITEM.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL SPACES
               DISPLAY '  (SEM CODIGO) ' TABEMP-EMPRESA(IDX-EMPRESA)
           ELSE
               DISPLAY '  ' TABEMP-CODIGO(IDX-EMPRESA) ' '
                   TABEMP-EMPRESA(IDX-EMPRESA)
           END-IF.
           MOVE TABEMP-QTD-FOLHA(IDX-EMPRESA) TO WRK-QTD-ED.
           MOVE TABEMP-SOMA-FOLHA(IDX-EMPRESA) TO WRK-VALOR-ED.
           DISPLAY '    FOLHA:   ' WRK-QTD-ED ' R$' WRK-VALOR-ED.
           IF WRK-TEM-REMESSA EQUAL 'S'
               MOVE TABEMP-QTD-REM(IDX-EMPRESA) TO WRK-QTD-ED
               MOVE TABEMP-SOMA-REM(IDX-EMPRESA) TO WRK-VALOR-ED
               DISPLAY '    REMESSA: ' WRK-QTD-ED ' R$' WRK-VALOR-ED
               IF TABEMP-QTD-FOLHA(IDX-EMPRESA)
                   NOT EQUAL TABEMP-QTD-REM(IDX-EMPRESA)
                   OR TABEMP-SOMA-FOLHA(IDX-EMPRESA)
                   NOT EQUAL TABEMP-SOMA-REM(IDX-EMPRESA)
                   DISPLAY '    >> FOLHA E REMESSA DA EMPRESA NAO '
                       'CONFEREM.'
                   MOVE 'N' TO WRK-BALANCEADO
               END-IF
           END-IF.

       024-APROVACAO.
      **
      * Two-person approval of the competencia just verified. Only
      * a month the lote left awaiting approval takes a decision;
      * the operator who ran that lote, an operator without the AP
      * token and a run without sign-on are refused. Approval also
      * needs a balanced verdict over this competencia's remessa -
      * otherwise only a rejection fits.
      **
           PERFORM 025-SITUACAO-COMPETENCIA.
           EVALUATE WRK-SITUACAO
               WHEN 'P'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' AGUARDANDO APROVACAO - LOTE DO OPERADOR '
                       WRK-OPERADOR-LOTE
                   IF PARM-ATIVO EQUAL 'S'
                       DISPLAY 'EXECUCAO SEM OPERADOR - APROVACAO OU '
                           'REPROVACAO SOMENTE NO CONSOLE.'
                   ELSE
                       PERFORM 027-DECIDE-APROVACAO
                   END-IF
               WHEN 'L'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA APROVADA.'
               WHEN 'R'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' REPROVADA - AGUARDA NOVO LOTE.'
               WHEN 'F'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' FECHADA.'
               WHEN OTHER
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' SEM LOTE AGUARDANDO APROVACAO.'
           END-EVALUATE.

       025-SITUACAO-COMPETENCIA.
      **
      * Last COMPCTL.TXT line citing the competencia, and the
      * operator of its latest 'P' line - the lote under review.
      **
           MOVE SPACES TO WRK-SITUACAO.
           MOVE SPACES TO WRK-OPERADOR-LOTE.
           OPEN INPUT COMPCTL.
           IF WS-COMPCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-COMPCTL
               READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL
               END-READ
               PERFORM 026-SITUACAO-ITEM
                   UNTIL FLAG-COMPCTL EQUAL TO 1
               CLOSE COMPCTL
           END-IF.

       026-SITUACAO-ITEM.
           IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE CTL-SITUACAO TO WRK-SITUACAO
               IF CTL-SITUACAO EQUAL 'P'
                   MOVE CTL-OPERADOR TO WRK-OPERADOR-LOTE
               END-IF
           END-IF.
           READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL.

       027-DECIDE-APROVACAO.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-PERFIL-ATUAL
           END-IF.
           PERFORM 028-VERIFICA-APROVADOR.
           IF WS-OPERADOR-ATUAL EQUAL SPACES
               DISPLAY 'APROVACAO EXIGE SIGN-ON NO MENU.'
               MOVE 'APROV RECUSADA' TO WRK-AUD-OPERACAO
               MOVE 'SEM SIGN-ON' TO WRK-MOTIVO
               PERFORM 032-GRAVA-AUDITORIA
           ELSE
               IF WRK-APROVADOR NOT EQUAL 'S'
                   DISPLAY 'OPERADOR ' WS-OPERADOR-ATUAL
                       ' SEM PERMISSAO DE APROVADOR (AP) EM '
                       'PERMISSOES.TXT.'
                   MOVE 'APROV RECUSADA' TO WRK-AUD-OPERACAO
                   MOVE 'SEM PERMISSAO AP' TO WRK-MOTIVO
                   PERFORM 032-GRAVA-AUDITORIA
               ELSE
                   IF WS-OPERADOR-ATUAL EQUAL WRK-OPERADOR-LOTE
                       DISPLAY 'QUEM RODOU O LOTE NAO PODE APROVA-LO'
                           ' - APROVACAO RECUSADA.'
                       MOVE 'APROV RECUSADA' TO WRK-AUD-OPERACAO
                       MOVE 'MESMO OPERADOR' TO WRK-MOTIVO
                       PERFORM 032-GRAVA-AUDITORIA
                   ELSE
                       PERFORM 031-REGISTRA-DECISAO
                   END-IF
               END-IF
           END-IF.

       028-VERIFICA-APROVADOR.
      **
      * The approver permission is the token AP in the operator's
      * PERMISSOES.TXT row - the row of the operator's own code,
      * or else the row of the profile letter, as at the menu.
      **
           MOVE 'N' TO WRK-APROVADOR.
           MOVE SPACES TO WRK-OPCOES-CODIGO.
           MOVE SPACES TO WRK-OPCOES-PERFIL.
           OPEN INPUT PERMISSOES.
           IF WS-PERM-STATUS EQUAL '00'
               MOVE 0 TO FLAG-PERMISSOES
               READ PERMISSOES AT END MOVE 1 TO FLAG-PERMISSOES
               END-READ
               PERFORM 029-PERMISSAO-ITEM
                   UNTIL FLAG-PERMISSOES EQUAL TO 1
               CLOSE PERMISSOES
           END-IF.
           IF WRK-OPCOES-CODIGO NOT EQUAL SPACES
               MOVE WRK-OPCOES-CODIGO TO WRK-OPCOES-LISTA
           ELSE
               MOVE WRK-OPCOES-PERFIL TO WRK-OPCOES-LISTA
           END-IF.
           MOVE 1 TO WRK-PONTEIRO-OPC.
           PERFORM 030-PROCURA-TOKEN-AP
               UNTIL WRK-PONTEIRO-OPC GREATER THAN 60.

       029-PERMISSAO-ITEM.
           IF WS-OPERADOR-ATUAL NOT EQUAL SPACES
               AND PERM-CHAVE EQUAL WS-OPERADOR-ATUAL
               MOVE PERM-OPCOES TO WRK-OPCOES-CODIGO
           END-IF.
           IF WS-PERFIL-ATUAL NOT EQUAL SPACES
               AND PERM-CHAVE(1:1) EQUAL WS-PERFIL-ATUAL
               AND PERM-CHAVE(2:7) EQUAL SPACES
               MOVE PERM-OPCOES TO WRK-OPCOES-PERFIL
           END-IF.
           READ PERMISSOES AT END MOVE 1 TO FLAG-PERMISSOES.

       030-PROCURA-TOKEN-AP.
           MOVE SPACES TO WRK-TOKEN-OPCAO.
           UNSTRING WRK-OPCOES-LISTA DELIMITED BY ','
               INTO WRK-TOKEN-OPCAO
               WITH POINTER WRK-PONTEIRO-OPC.
           IF WRK-TOKEN-OPCAO EQUAL 'AP'
               MOVE 'S' TO WRK-APROVADOR
           END-IF.

       031-REGISTRA-DECISAO.
      **
      * The decision and its reason: an approval or a rejection
      * appends the new state to COMPCTL.TXT under the approver's
      * code and logs it with both operator codes.
      **
           DISPLAY 'DECISAO: (A) APROVAR  (R) REPROVAR  (N) NADA'.
           PERFORM 036-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:1) TO WRK-DECISAO.
           IF WRK-DECISAO EQUAL 'a'
               MOVE 'A' TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL 'r'
               MOVE 'R' TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL 'A'
               AND (WRK-BALANCEADO NOT EQUAL 'S'
               OR WRK-TEM-REMESSA NOT EQUAL 'S')
               DISPLAY 'CONFERENCIA SEM VEREDITO BALANCEADO DA '
                   'REMESSA DESTA COMPETENCIA - SO CABE REPROVAR.'
               MOVE 'APROV RECUSADA' TO WRK-AUD-OPERACAO
               MOVE 'SEM VEREDITO' TO WRK-MOTIVO
               PERFORM 032-GRAVA-AUDITORIA
               MOVE SPACES TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL 'A' OR WRK-DECISAO EQUAL 'R'
               DISPLAY 'MOTIVO (ATE 20 POSICOES): '
               PERFORM 036-OBTEM-RESPOSTA
               MOVE WRK-RESPOSTA(1:20) TO WRK-MOTIVO
               IF WRK-MOTIVO EQUAL SPACES
                   DISPLAY 'MOTIVO OBRIGATORIO - NADA REGISTRADO.'
                   MOVE 'APROV RECUSADA' TO WRK-AUD-OPERACAO
                   MOVE 'SEM MOTIVO' TO WRK-MOTIVO
                   PERFORM 032-GRAVA-AUDITORIA
               ELSE
                   OPEN EXTEND COMPCTL
                   IF WS-COMPCTL-STATUS EQUAL '35'
                       OPEN OUTPUT COMPCTL
                       CLOSE COMPCTL
                       OPEN EXTEND COMPCTL
                   END-IF
                   MOVE WRK-COMPETENCIA TO CTL-COMPETENCIA
                   ACCEPT CTL-DATA FROM DATE YYYYMMDD
                   MOVE WS-OPERADOR-ATUAL TO CTL-OPERADOR
                   IF WRK-DECISAO EQUAL 'A'
                       MOVE 'L' TO CTL-SITUACAO
                       MOVE 'APROVACAO' TO WRK-AUD-OPERACAO
                   ELSE
                       MOVE 'R' TO CTL-SITUACAO
                       MOVE 'REPROVACAO' TO WRK-AUD-OPERACAO
                   END-IF
                   WRITE COMPCTL-REG
                   CLOSE COMPCTL
                   PERFORM 032-GRAVA-AUDITORIA
                   IF WRK-DECISAO EQUAL 'A'
                       DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' APROVADA - FECHAMENTO E REMESSA '
                           'LIBERADOS.'
                   ELSE
                       DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' REPROVADA.'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'NENHUMA DECISAO REGISTRADA.'
           END-IF.

       032-GRAVA-AUDITORIA.
      **
      * One approval-trail line: the competencia and the operator
      * of the lote under review ride in AUD-CPF, the reason in
      * AUD-MOTIVO and the deciding operator in AUD-OPERADOR.
      **
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS EQUAL '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           IF WS-AUD-STATUS EQUAL '00'
               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AUD-HORA FROM TIME
               MOVE WS-AUD-DATA TO AUD-DATA
               MOVE WS-AUD-HORA TO AUD-HORA
               MOVE 'PROG033' TO AUD-PROGRAMA
               MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE WRK-COMPETENCIA TO AUD-CPF(1:6)
               MOVE WRK-OPERADOR-LOTE TO AUD-CPF(9:8)
               MOVE WRK-MOTIVO TO AUD-MOTIVO
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       033-CONFERE-CONTROLE.
      **
      * FOLHA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * run (PROG064 logs the mismatch) until a supervisor resyncs
      * it in PROG063. The run's return code is kept aside across
      * the CALL.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG033' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       034-PROCESSA.
      **
      * The verification itself, once FOLHA.TXT has checked out.
      **
           PERFORM 001-APURA-FOLHA.
           PERFORM 003-APURA-REMESSA.
           IF WRK-TEM-REMESSA EQUAL 'S'
               PERFORM 005-APURA-CONTRACHEQUE
           ELSE
               DISPLAY 'AVISO: REMESSA.TXT NAO E DESTA COMPETENCIA '
                   '- REMESSA E CONTRACHEQUE FORA DA CONFERENCIA.'
           END-IF.
           PERFORM 007-APURA-RUNCTL.
           PERFORM 009-COMPARA.
           PERFORM 016-COMPARA-EMPRESAS.
           PERFORM 012-DIVERGENCIAS-NOMES.
           PERFORM 015-VEREDITO.
           PERFORM 024-APROVACAO.

       035-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG033.PRM on disk the run takes
      * the competencia from it. The start of the run is logged
      * either way.
      **
           OPEN INPUT PARAMETROS.
           IF WS-PARM-STATUS EQUAL '00'
               MOVE 'S' TO PARM-ATIVO
               DISPLAY 'EXECUCAO SEM OPERADOR VIA PROG033.PRM.'
           ELSE
               MOVE 'N' TO PARM-ATIVO
           END-IF.
           MOVE 'INICIO' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           PERFORM 038-GRAVA-EXECLOG.

       036-OBTEM-RESPOSTA.
      **
      * One answer: the next PROG033.PRM line when the run is
      * unattended, the console otherwise. A short parameters file
      * answers the missing prompts with blanks.
      **
           MOVE SPACES TO WRK-RESPOSTA.
           IF PARM-ATIVO EQUAL 'S'
               READ PARAMETROS
                   NOT AT END MOVE PARM-REG TO WRK-RESPOSTA
               END-READ
           ELSE
               ACCEPT WRK-RESPOSTA
           END-IF.

       037-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           EVALUATE TRUE
               WHEN WRK-CTL-CONFERE NOT EQUAL 'S'
                   MOVE 'ARQUIVO DIVERGENTE' TO WRK-EXELOG-DETALHE
               WHEN WRK-BALANCEADO EQUAL 'S'
                   STRING WRK-COMPETENCIA DELIMITED BY SIZE
                       ' BALANCEADA' DELIMITED BY SIZE
                       INTO WRK-EXELOG-DETALHE
                   END-STRING
               WHEN OTHER
                   STRING WRK-COMPETENCIA DELIMITED BY SIZE
                       ' DESBALANCEADA' DELIMITED BY SIZE
                       INTO WRK-EXELOG-DETALHE
                   END-STRING
           END-EVALUATE.
           PERFORM 038-GRAVA-EXECLOG.
           IF PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
           END-IF.

       038-GRAVA-EXECLOG.
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
               MOVE 'PROG033' TO EXELOG-PROGRAMA
               MOVE WRK-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WRK-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

      ** add other procedures here
       END PROGRAM PROG033.
