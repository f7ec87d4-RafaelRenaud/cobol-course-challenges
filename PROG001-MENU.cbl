      * the allowed option numbers separated by commas. Loaded at
      * sign-on, it drives both which options the menu displays and
      * which it executes; with the file missing, the old rule
      * stands (trainees 'T' get only the PROG006 inquiry). The
      * token AP in the list marks an approver of the payroll
      * competencia at the PROG033 review.
      *-----------------------
           SELECT PERMISSOES ASSIGN TO 'PERMISSOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
      * convencao das manutencoes (PROG009/PROG010/PROG020).
       77 FLAG-OPER-OVERFLOW PIC 9(1) VALUE 0.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): OPERADORES.TXT
      * conferido antes do sign-on e registrado de novo a cada
      * regravacao. Arquivo divergente so deixa entrar o
      * supervisor, para ressincronizar pela opcao 63, e nao e
      * registrado de novo ate la.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
      *-----------------------
      * Troca, validade e bloqueio de senha: senha expira apos
      * WRK-VALIDADE-DIAS da ultima troca (zeros = troca forcada),
      * tres falhas seguidas persistidas em arquivo bloqueiam o
               '32PROG032 (DOSSIE DO TITULAR DE DADOS)'.
           05 FILLER PIC X(46) VALUE
               '33PROG033 (FECHAMENTO DA FOLHA)'.
           05 FILLER PIC X(46) VALUE
               '34PROG034 (LANCAMENTOS DE EVENTOS DA FOLHA)'.
           05 FILLER PIC X(46) VALUE
               '35PROG035 (PROGRAMACAO DE FERIAS)'.
           05 FILLER PIC X(46) VALUE
               '36PROG036 (FERIAS VENCIDAS / A VENCER)'.
           05 FILLER PIC X(46) VALUE
               '37PROG037 (RESCISAO / TRCT)'.
           05 FILLER PIC X(46) VALUE
               '38PROG038 (ENCARGOS E GUIAS FGTS/INSS)'.
           05 FILLER PIC X(46) VALUE
               '39PROG039 (CADASTRO DE EMPRESAS)'.
           05 FILLER PIC X(46) VALUE
               '40PROG040 (CONVERSAO DE NOMES DE EMPRESA)'.
           05 FILLER PIC X(46) VALUE
               '41PROG041 (DISSIDIO COLETIVO)'.
           05 FILLER PIC X(46) VALUE
               '42PROG042 (MAPA DE CONTAS CONTABEIS)'.
           05 FILLER PIC X(46) VALUE
               '43PROG043 (CONTRATOS DE CONSIGNADO)'.
           05 FILLER PIC X(46) VALUE
               '44PROG044 (INFORME DE RENDIMENTOS)'.
           05 FILLER PIC X(46) VALUE
               '45PROG045 (CONVERSAO PARA MATRICULA)'.
           05 FILLER PIC X(46) VALUE
               '46PROG046 (QUADRO E ROTATIVIDADE)'.
           05 FILLER PIC X(46) VALUE
               '47PROG047 (ORCAMENTO DA FOLHA)'.
           05 FILLER PIC X(46) VALUE
               '48PROG048 (ORCADO X REALIZADO)'.
           05 FILLER PIC X(46) VALUE
               '49PROG049 (ANALISE DE CREDITO)'.
           05 FILLER PIC X(46) VALUE
               '50PROG050 (NOTAS DE RECUPERACAO)'.
           05 FILLER PIC X(46) VALUE
               '51PROG051 (CARTAS AOS RESPONSAVEIS)'.
           05 FILLER PIC X(46) VALUE
               '52PROG052 (TRANSFERENCIA DE ALUNOS)'.
           05 FILLER PIC X(46) VALUE
               '53PROG053 (CALENDARIO ESCOLAR)'.
           05 FILLER PIC X(46) VALUE
               '54PROG054 (PROFESSORES E MATERIAS)'.
           05 FILLER PIC X(46) VALUE
               '55PROG055 (DIARIO DE CLASSE)'.
           05 FILLER PIC X(46) VALUE
               '56PROG056 (NOTA DE ATIVIDADE TABUADA)'.
           05 FILLER PIC X(46) VALUE
               '57PROG057 (ANONIMIZACAO LGPD)'.
           05 FILLER PIC X(46) VALUE
               '58PROG058 (CADEIA NOTURNA DE PROCESSAMENTO)'.
           05 FILLER PIC X(46) VALUE
               '59PROG059 (INTEGRIDADE ENTRE ARQUIVOS)'.
           05 FILLER PIC X(46) VALUE
               '60PROG060 (CAPACIDADE DAS TABELAS)'.
           05 FILLER PIC X(46) VALUE
               '61PROG061 (SPOOL DE RELATORIOS)'.
           05 FILLER PIC X(46) VALUE
               '63PROG063 (CONTROLE DOS ARQUIVOS)'.
       01 TABELA-MENU-R REDEFINES TABELA-MENU.
           05 MENU-ITEM OCCURS 61 TIMES.
               10 MENU-NUMERO PIC X(2).
               10 MENU-TEXTO PIC X(44).
       77 IDX-MENU PIC 9(2) VALUE ZEROS.
           MOVE SPACES TO WS-OPERADOR-ATUAL.
           MOVE SPACES TO WS-PERFIL-ATUAL.
           PERFORM 003-CARREGA-OPERADORES.
           PERFORM 028-CONFERE-CONTROLE.
           IF QTD-OPERADORES EQUAL ZEROS
               AND WRK-CTL-CONFERE NOT EQUAL 'S'
               DISPLAY 'OPERADORES.TXT AUSENTE OU VAZIO MAS '
                   'REGISTRADO EM CTLREG.TXT - ACESSO NEGADO.'
               MOVE 0 TO FLAG-SIGNON
           END-IF.
           IF QTD-OPERADORES EQUAL ZEROS
               AND WRK-CTL-CONFERE EQUAL 'S'
               DISPLAY 'AVISO: OPERADORES.TXT VAZIO OU AUSENTE - '
                   'MENU SEM RESTRICAO.'
               MOVE 1 TO FLAG-SIGNON
           END-IF.
           IF QTD-OPERADORES GREATER THAN ZEROS
               MOVE 0 TO FLAG-SIGNON
               MOVE 0 TO WRK-TENTATIVAS
               PERFORM 005-TENTA-SIGNON
               WHEN TABOP-SENHA(IDX-OPER-ACHADO)
                   NOT EQUAL WRK-SENHA
                   PERFORM 019-REGISTRA-FALHA
               WHEN WRK-CTL-CONFERE NOT EQUAL 'S'
                   AND TABOP-PERFIL(IDX-OPER-ACHADO) NOT EQUAL 'S'
                   DISPLAY 'OPERADORES.TXT ALTERADO FORA DO SISTEMA '
                       '- SO O SUPERVISOR ENTRA ATE A RESSINCRONIA.'
               WHEN OTHER
                   MOVE 1 TO FLAG-SIGNON
                   MOVE WRK-CODIGO TO WS-OPERADOR-ATUAL
                   VARYING IDX-OPERADOR FROM 1 BY 1
                   UNTIL IDX-OPERADOR GREATER THAN QTD-OPERADORES
               CLOSE OPERADORES
               IF WRK-CTL-CONFERE EQUAL 'S'
                   MOVE 'G' TO CTP-FUNCAO
                   PERFORM 029-CHAMA-CONTROLE
               END-IF
           END-IF.

       026-REGRAVA-OPERADOR-ITEM.
           DISPLAY 'SISTEMA - MENU PRINCIPAL'.
           PERFORM 011-EXIBE-ITEM-MENU
               VARYING IDX-MENU FROM 1 BY 1
               UNTIL IDX-MENU GREATER THAN 61.
           IF WRK-PERFIL EQUAL 'S'
               DISPLAY ' 90 - DESBLOQUEAR OPERADOR'
           END-IF.
                   CALL 'PROG032'
               WHEN '33'
                   CALL 'PROG033'
               WHEN '34'
                   CALL 'PROG034'
               WHEN '35'
                   CALL 'PROG035'
               WHEN '36'
                   CALL 'PROG036'
               WHEN '37'
                   CALL 'PROG037'
               WHEN '38'
                   CALL 'PROG038'
               WHEN '39'
                   CALL 'PROG039'
               WHEN '40'
                   CALL 'PROG040'
               WHEN '41'
                   CALL 'PROG041'
               WHEN '42'
                   CALL 'PROG042'
               WHEN '43'
                   CALL 'PROG043'
               WHEN '44'
                   CALL 'PROG044'
               WHEN '45'
                   CALL 'PROG045'
               WHEN '46'
                   CALL 'PROG046'
               WHEN '47'
                   CALL 'PROG047'
               WHEN '48'
                   CALL 'PROG048'
               WHEN '49'
                   CALL 'PROG049'
               WHEN '50'
                   CALL 'PROG050'
               WHEN '51'
                   CALL 'PROG051'
               WHEN '52'
                   CALL 'PROG052'
               WHEN '53'
                   CALL 'PROG053'
               WHEN '54'
                   CALL 'PROG054'
               WHEN '55'
                   CALL 'PROG055'
               WHEN '56'
                   CALL 'PROG056'
               WHEN '57'
                   CALL 'PROG057'
               WHEN '58'
                   CALL 'PROG058'
               WHEN '59'
                   CALL 'PROG059'
               WHEN '60'
                   CALL 'PROG060'
               WHEN '61'
                   CALL 'PROG061'
               WHEN '63'
                   CALL 'PROG063'
                   IF CTP-FUNCAO EQUAL 'R'
                       AND CTP-ARQUIVO EQUAL 'OPERADORES.TXT'
                       AND CTP-RETORNO EQUAL 'S'
                       MOVE 'S' TO WRK-CTL-CONFERE
                   END-IF
               WHEN '0'
                   MOVE 'N' TO CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       028-CONFERE-CONTROLE.
      **
      * OPERADORES.TXT must still hold what CTLREG.TXT says the
      * suite last left in it; PROG064 logs a mismatch, and the
      * sign-on then only lets a supervisor in.
      **
           MOVE 'V' TO CTP-FUNCAO.
           PERFORM 029-CHAMA-CONTROLE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       029-CHAMA-CONTROLE.
           MOVE 'OPERADORES.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG001' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.

      ** add other procedures here
       END PROGRAM PROG001.
