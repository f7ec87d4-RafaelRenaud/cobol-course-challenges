       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * FUNCIONARIOS.DAT is the batch input of PROG002, maintained
      * here through prompted entry instead of a text editor, the
      * way PROG007 fronts USUARIOS.DAT - so a mistyped salary
      * column can no longer shift the whole FUNC-REG layout. It is
      * indexed by the matricula this program assigns on inclusion,
      * the way PROG010 keys CLIENTES.DAT by the client code, so a
      * correction goes straight to one record and two employees
      * with the same name are told apart by their numbers.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
      *-----------------------
      * EMPRESAS.TXT is the company master kept by PROG039: an
      * employee is only accepted under a registered, active company
      * code, and the razao social on file is the spelling stamped
      * on FUNC-EMPRESA.
      *-----------------------
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD EMPRESAS.
       COPY EMPRESA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
      *-----------------------
      * Entrada e validacao do salario: somente digitos, centavos
      * implicitos nas duas ultimas posicoes (mesma forma gravada
      * em FUNCIONARIOS.DAT).
       77 WRK-SAL-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-SAL-NUM PIC 9(8)V99 VALUE ZEROS.
       77 WRK-SAL-ED PIC Z(7)9.99 VALUE ZEROS.
      * Campos de entrada do cadastro; em modo de correcao a
      * resposta em branco mantem o valor ja em arquivo.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
      *-----------------------
      * Empresas cadastradas no PROG039, carregadas para validar o
      * codigo digitado e trazer a razao social.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
               10 TABEMP-SITUACAO PIC X(1).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Datas de admissao e desligamento (AAAAMMDD): entrada
      * validada como numerica; em branco na inclusao, a admissao
       77 WRK-DATA-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Proxima matricula: a maior ja em arquivo, apurada numa
      * passada na inclusao, mais um a cada funcionario novo.
       77 WRK-PROX-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MATRIC-ENTRADA PIC X(30) VALUE SPACES.
       77 WRK-TAM-MATRIC PIC 9(2) VALUE ZEROS.
       77 WRK-MATRIC-OK PIC X(1) VALUE 'N'.
       77 WRK-ACHADO PIC X(1) VALUE 'N'.
       77 WRK-QTD-NOME PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Validacao do CPF (modulo 11 sobre os 9 primeiros digitos),
      * o mesmo algoritmo do PROG007 e do PROG010; a verificacao de
      * duplicidade varre o cadastro salvando e restaurando a area
      * do registro em volta da passada.
       77 WRK-CPF PIC X(16) VALUE SPACES.
       77 WRK-MATRIC-CORRENTE PIC 9(6) VALUE ZEROS.
       77 WRK-FUNC-SALVO PIC X(117) VALUE SPACES.
       77 WRK-CPF-DUP-SW PIC X(1) VALUE 'N'.
       77 FLAG-SCAN PIC 9(1) VALUE 0.
       77 WS-CPF-VALIDO-SW PIC X(1) VALUE 'N'.
           88 CPF-VALIDO VALUE 'S'.
       01 CPF-NUMERICO PIC 9(11) VALUE ZEROS.
       01 CPF-TABELA REDEFINES CPF-NUMERICO.
           05 CPF-DIG PIC 9(1) OCCURS 11 TIMES.
       77 WS-IDX-CPF PIC 9(2) VALUE ZEROS.
       77 WS-SOMA-CPF PIC 9(4) VALUE ZEROS.
       77 WS-QUOC-CPF PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-CPF PIC 9(2) VALUE ZEROS.
       77 WS-DV1-CPF PIC 9(1) VALUE ZEROS.
       77 WS-DV2-CPF PIC 9(1) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'MODO: (1) NOVO FUNCIONARIO  (2) CORRIGIR'.
           DISPLAY '      (3) LISTAR  (4) DESLIGAR FUNCIONARIO'.
           ACCEPT WRK-MODO.
           PERFORM 050-ABRE-FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '00'
               EVALUATE WRK-MODO
                   WHEN '2'
                       PERFORM 010-CORRIGE
                   WHEN '3'
                       PERFORM 020-LISTA
                   WHEN '4'
                       PERFORM 030-DESLIGA
                   WHEN OTHER
                       PERFORM 001-INCLUI
               END-EVALUATE
               CLOSE FUNCIONARIOS
           END-IF.
           GOBACK.

       050-ABRE-FUNCIONARIOS.
      **
      * FUNCIONARIOS.DAT accumulates registrations across runs, so
      * open it for update (I-O); the first run on a brand-new
      * machine will not find the file yet, so build an empty one
      * first - the same handling PROG010 uses for CLIENTES.DAT.
      **
           OPEN I-O FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '35'
               OPEN OUTPUT FUNCIONARIOS
               CLOSE FUNCIONARIOS
               OPEN I-O FUNCIONARIOS
           END-IF.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           END-IF.

       051-APURA-PROX-MATRICULA.
      **
      * One pass over the keys to find the highest matricula on
      * file; inclusions continue from there.
      **
           MOVE ZEROS TO WRK-PROX-MATRICULA.
           MOVE 0 TO FLAG-FUNCIONARIOS.
           MOVE ZEROS TO FUNC-MATRICULA.
           START FUNCIONARIOS KEY IS GREATER THAN OR EQUAL TO
               FUNC-MATRICULA
               INVALID KEY MOVE 1 TO FLAG-FUNCIONARIOS
           END-START.
           PERFORM 052-APURA-MATRICULA-ITEM
               UNTIL FLAG-FUNCIONARIOS EQUAL TO 1.

       052-APURA-MATRICULA-ITEM.
           READ FUNCIONARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FUNCIONARIOS
               NOT AT END
                   IF FUNC-MATRICULA GREATER THAN WRK-PROX-MATRICULA
                       MOVE FUNC-MATRICULA TO WRK-PROX-MATRICULA
                   END-IF
           END-READ.

       001-INCLUI.
      **
      * Adds new employees to FUNCIONARIOS.DAT through prompted,
      * validated entry, each under the next free matricula. With
      * no company registered there is nothing to hire into.
      **
           PERFORM 040-CARREGA-EMPRESAS.
           IF QTD-EMPRESAS EQUAL ZEROS
               DISPLAY 'NENHUMA EMPRESA CADASTRADA EM EMPRESAS.TXT - '
                   'CADASTRE A EMPRESA PELO PROG039.'
               MOVE 'N' TO CONTINUA
           END-IF.
           PERFORM 051-APURA-PROX-MATRICULA.
           PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' FUNCIONARIO(S) REGISTRADO(S).'.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 003-ACEITA-NOME.
           MOVE WRK-NOME TO FUNC-NOME.
           MOVE ZEROS TO WRK-MATRIC-CORRENTE.
           PERFORM 036-ACEITA-CPF.
           MOVE WRK-CPF(1:11) TO FUNC-CPF.
           PERFORM 042-ACEITA-EMPRESA.
           MOVE TABEMP-CODIGO(IDX-EMP-ACHADO) TO FUNC-EMP-CODIGO.
           MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO) TO FUNC-EMPRESA.
           DISPLAY 'SALARIO INICIAL'.
           PERFORM 005-ACEITA-SALARIO.
           MOVE WRK-SAL-NUM TO FUNC-PRIMSAL.
           END-IF.
           MOVE ZEROS TO FUNC-DEMISSAO.
           MOVE 'A' TO FUNC-SITUACAO.
           ADD 1 TO WRK-PROX-MATRICULA.
           MOVE WRK-PROX-MATRICULA TO FUNC-MATRICULA.
           WRITE FUNC-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
                       WS-FUNC-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
                   DISPLAY 'FUNCIONARIO REGISTRADO SOB A MATRICULA '
                       FUNC-MATRICULA '.'
           END-WRITE.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.


       010-CORRIGE.
      **
      * Correction mode: looks the employee up by matricula and
      * REWRITEs the corrected fields in place - no more loading
      * the whole file into a table. The matricula is the record
      * key, so it is not itself open to correction here.
      **
           PERFORM 040-CARREGA-EMPRESAS.
           PERFORM 012-CORRIGE-UM UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' FUNCIONARIO(S) ATUALIZADO(S).'.

       012-CORRIGE-UM.
           DISPLAY 'MATRICULA DO FUNCIONARIO A CORRIGIR '
               '(OU NOME PARA PESQUISAR): '.
           PERFORM 014-LOCALIZA-FUNCIONARIO.
           IF WRK-ACHADO EQUAL 'S'
               PERFORM 013-CORRIGE-CAMPOS
               REWRITE FUNC-REG
               IF WS-FUNC-STATUS EQUAL '00'
                   DISPLAY 'FUNCIONARIO ATUALIZADO.'
                   ADD 1 TO WRITE-COUNT
               ELSE
                   DISPLAY 'ERRO AO ATUALIZAR REGISTRO - '
                       'FILE STATUS: ' WS-FUNC-STATUS
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       014-LOCALIZA-FUNCIONARIO.
      **
      * Digits are a matricula, read by key. Anything else is
      * taken as a name: every employee registered under it is
      * listed with the matricula, so the operator can tell
      * homonyms apart and ask again by number.
      **
           MOVE 'N' TO WRK-ACHADO.
           MOVE SPACES TO WRK-MATRIC-ENTRADA.
           ACCEPT WRK-MATRIC-ENTRADA.
           MOVE ZEROS TO WRK-TAM-MATRIC.
           INSPECT WRK-MATRIC-ENTRADA TALLYING WRK-TAM-MATRIC
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 'N' TO WRK-MATRIC-OK.
           IF WRK-TAM-MATRIC GREATER THAN ZEROS
               AND WRK-TAM-MATRIC NOT GREATER THAN 6
               IF WRK-MATRIC-ENTRADA(1:WRK-TAM-MATRIC) NUMERIC
                   AND WRK-MATRIC-ENTRADA(WRK-TAM-MATRIC + 1:)
                       EQUAL SPACES
                   MOVE 'S' TO WRK-MATRIC-OK
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WRK-MATRIC-ENTRADA EQUAL SPACES
                   DISPLAY 'MATRICULA EM BRANCO.'
               WHEN WRK-MATRIC-OK EQUAL 'S'
                   MOVE WRK-MATRIC-ENTRADA(1:WRK-TAM-MATRIC)
                       TO FUNC-MATRICULA
                   READ FUNCIONARIOS KEY IS FUNC-MATRICULA
                       INVALID KEY
                           DISPLAY 'MATRICULA NAO ENCONTRADA.'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-ACHADO
                   END-READ
               WHEN OTHER
                   MOVE WRK-MATRIC-ENTRADA TO WRK-NOME
                   PERFORM 015-PESQUISA-NOME
           END-EVALUATE.

       015-PESQUISA-NOME.
           MOVE ZEROS TO WRK-QTD-NOME.
           MOVE 0 TO FLAG-SCAN.
           MOVE ZEROS TO FUNC-MATRICULA.
           START FUNCIONARIOS KEY IS GREATER THAN OR EQUAL TO
               FUNC-MATRICULA
               INVALID KEY MOVE 1 TO FLAG-SCAN
           END-START.
           PERFORM 016-PESQUISA-NOME-ITEM UNTIL FLAG-SCAN EQUAL TO 1.
           IF WRK-QTD-NOME EQUAL ZEROS
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
           ELSE
               DISPLAY 'INFORME A MATRICULA NA PROXIMA TENTATIVA.'
           END-IF.

       016-PESQUISA-NOME-ITEM.
           READ FUNCIONARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-SCAN
               NOT AT END
                   IF FUNC-NOME EQUAL WRK-NOME
                       ADD 1 TO WRK-QTD-NOME
                       DISPLAY 'MATRICULA ' FUNC-MATRICULA ' - '
                           FUNC-EMP-CODIGO ' ' FUNC-EMPRESA
                       IF FUNC-SITUACAO EQUAL 'D'
                           DISPLAY '    (DESLIGADO EM ' FUNC-DEMISSAO
                               ')'
                       END-IF
                   END-IF
           END-READ.

       013-CORRIGE-CAMPOS.
      **
      * mode.
      **
           DISPLAY 'DADOS ATUAIS:'.
           DISPLAY 'MATRICULA: ' FUNC-MATRICULA.
           DISPLAY 'NOME: ' FUNC-NOME.
           DISPLAY 'CPF: ' FUNC-CPF.
           DISPLAY 'EMPRESA: ' FUNC-EMP-CODIGO ' ' FUNC-EMPRESA.
           MOVE FUNC-PRIMSAL TO WRK-SAL-ED.
           DISPLAY 'SALARIO INICIAL: R$' WRK-SAL-ED.
           MOVE FUNC-ULTIMSAL TO WRK-SAL-ED.
           DISPLAY 'SALARIO FINAL: R$' WRK-SAL-ED.
           DISPLAY 'ADMISSAO: ' FUNC-ADMISSAO
               '  DEMISSAO: ' FUNC-DEMISSAO
               '  SITUACAO: ' FUNC-SITUACAO.
           DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           IF WRK-NOME NOT EQUAL SPACES
               MOVE WRK-NOME TO FUNC-NOME
           END-IF.
           PERFORM 044-CORRIGE-CPF.
           DISPLAY 'NOVO CODIGO DA EMPRESA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           PERFORM 045-PEDE-EMPRESA-CORRECAO WITH TEST AFTER
               UNTIL WRK-EMP-CODIGO EQUAL SPACES
               OR IDX-EMP-ACHADO GREATER THAN ZEROS.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               MOVE TABEMP-CODIGO(IDX-EMP-ACHADO) TO FUNC-EMP-CODIGO
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO)
                   TO FUNC-EMPRESA
           END-IF.
           DISPLAY 'NOVO SALARIO INICIAL (BRANCO MANTEM O ATUAL)'.
           PERFORM 017-CORRIGE-SALARIO.
           IF WRK-SAL-ENTRADA NOT EQUAL SPACES
               MOVE WRK-SAL-NUM TO FUNC-PRIMSAL
           END-IF.
           DISPLAY 'NOVO SALARIO FINAL (BRANCO MANTEM O ATUAL)'.
           PERFORM 017-CORRIGE-SALARIO.
           IF WRK-SAL-ENTRADA NOT EQUAL SPACES
               MOVE WRK-SAL-NUM TO FUNC-ULTIMSAL
           END-IF.
           DISPLAY 'NOVA DATA DE ADMISSAO (AAAAMMDD, BRANCO '
               'MANTEM A ATUAL)'.
           PERFORM 007-ACEITA-DATA.
           IF WRK-DATA-ENTRADA NOT EQUAL SPACES
               MOVE WRK-DATA-ENTRADA TO FUNC-ADMISSAO
           END-IF.

       017-CORRIGE-SALARIO.
               END-IF
           END-IF.

       007-ACEITA-DATA.
      **
      * Re-prompts until the date comes in as eight digits

       030-DESLIGA.
      **
      * Termination mode: finds the employee by matricula, records
      * the termination date and marks the record 'D' - the history
      * stays on file, and the PROG002 lote pays the termination
      * month pro rata and skips the employee from then on.
      **
           PERFORM 031-DESLIGA-UM UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.

       031-DESLIGA-UM.
           DISPLAY 'MATRICULA DO FUNCIONARIO A DESLIGAR '
               '(OU NOME PARA PESQUISAR): '.
           PERFORM 014-LOCALIZA-FUNCIONARIO.
           IF WRK-ACHADO EQUAL 'S'
               DISPLAY 'FUNCIONARIO: ' FUNC-NOME
               IF FUNC-SITUACAO EQUAL 'D'
                   DISPLAY '(FUNCIONARIO JA DESLIGADO EM '
                       FUNC-DEMISSAO ')'
               END-IF
               DISPLAY 'DATA DE DESLIGAMENTO (AAAAMMDD, BRANCO '
                   '= HOJE)'
               PERFORM 007-ACEITA-DATA
               IF WRK-DATA-ENTRADA EQUAL SPACES
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO FUNC-DEMISSAO
               ELSE
                   MOVE WRK-DATA-ENTRADA TO FUNC-DEMISSAO
               END-IF
               MOVE 'D' TO FUNC-SITUACAO
               REWRITE FUNC-REG
               IF WS-FUNC-STATUS EQUAL '00'
                   DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       FUNC-DEMISSAO '.'
               ELSE
                   DISPLAY 'ERRO AO ATUALIZAR REGISTRO - '
                       'FILE STATUS: ' WS-FUNC-STATUS
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       020-LISTA.
      **
      * Prints the whole roster in matricula order with edited
      * salaries, for a quick visual check after a maintenance
      * session.
      **
           MOVE 0 TO FLAG-FUNCIONARIOS.
           MOVE ZEROS TO WRITE-COUNT.
           MOVE ZEROS TO FUNC-MATRICULA.
           START FUNCIONARIOS KEY IS GREATER THAN OR EQUAL TO
               FUNC-MATRICULA
               INVALID KEY MOVE 1 TO FLAG-FUNCIONARIOS
           END-START.
           IF FLAG-FUNCIONARIOS NOT EQUAL 1
               READ FUNCIONARIOS NEXT RECORD
                   AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
           END-IF.
           PERFORM 021-LISTA-ITEM
               UNTIL FLAG-FUNCIONARIOS EQUAL TO 1.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' FUNCIONARIO(S) EM ARQUIVO.'.

       021-LISTA-ITEM.
           DISPLAY '#########################################'.
           DISPLAY 'MATRICULA: ' FUNC-MATRICULA.
           DISPLAY 'NOME: ' FUNC-NOME.
           IF FUNC-CPF EQUAL SPACES
               DISPLAY 'CPF: (NAO INFORMADO)'
           ELSE
               DISPLAY 'CPF: ' FUNC-CPF
           END-IF.
           IF FUNC-EMP-CODIGO EQUAL SPACES
               DISPLAY 'EMPRESA: (SEM CODIGO) ' FUNC-EMPRESA
           ELSE
               DISPLAY 'EMPRESA: ' FUNC-EMP-CODIGO ' ' FUNC-EMPRESA
           END-IF.
           MOVE FUNC-PRIMSAL TO WRK-SAL-ED.
           DISPLAY 'SALARIO INICIAL: R$' WRK-SAL-ED.
           MOVE FUNC-ULTIMSAL TO WRK-SAL-ED.
               DISPLAY '(DESLIGADO EM ' FUNC-DEMISSAO ')'
           END-IF.
           ADD 1 TO WRITE-COUNT.
           READ FUNCIONARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-FUNCIONARIOS
           END-READ.

       040-CARREGA-EMPRESAS.
      **
      * Loads the PROG039 company master; with the file missing the
      * table stays empty and no employee can be included.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 041-CARREGA-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       041-CARREGA-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
               MOVE EMP-SITUACAO TO TABEMP-SITUACAO(QTD-EMPRESAS)
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       042-ACEITA-EMPRESA.
      **
      * Re-prompts until the code of a registered, active company
      * is entered - the free-text empresa of old let "ACME LTDA"
      * and "ACME LTDA." become two companies.
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           PERFORM 043-PEDE-EMPRESA
               UNTIL IDX-EMP-ACHADO GREATER THAN ZEROS.

       043-PEDE-EMPRESA.
           DISPLAY 'CODIGO DA EMPRESA: '.
           MOVE SPACES TO WRK-EMP-CODIGO.
           ACCEPT WRK-EMP-CODIGO.
           PERFORM 046-VALIDA-EMPRESA.

       045-PEDE-EMPRESA-CORRECAO.
           ACCEPT WRK-EMP-CODIGO.
           MOVE ZEROS TO IDX-EMP-ACHADO.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               PERFORM 046-VALIDA-EMPRESA
           END-IF.

       046-VALIDA-EMPRESA.
           MOVE ZEROS TO IDX-EMP-ACHADO.
           PERFORM 044-PROCURA-EMPRESA
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           IF IDX-EMP-ACHADO EQUAL ZEROS
               DISPLAY 'EMPRESA NAO CADASTRADA - CONSULTE O PROG039: '
           ELSE
               IF TABEMP-SITUACAO(IDX-EMP-ACHADO) EQUAL 'I'
                   DISPLAY 'EMPRESA INATIVA - NAO ACEITA FUNCIONARIOS: '
                   MOVE ZEROS TO IDX-EMP-ACHADO
               ELSE
                   DISPLAY 'EMPRESA: '
                       TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO)
               END-IF
           END-IF.

       044-PROCURA-EMPRESA.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-EMP-CODIGO
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       036-ACEITA-CPF.
      **
      * Re-prompts until a CPF with a valid check digit, not yet on
      * file under another matricula, is entered - the same gate
      * PROG010 puts in front of CLIENTES.DAT. WRK-MATRIC-CORRENTE
      * carries the matricula being corrected (zeros on inclusion)
      * so an employee does not collide with their own CPF.
      **
           MOVE 'N' TO WS-CPF-VALIDO-SW.
           PERFORM 037-PEDE-CPF UNTIL CPF-VALIDO.

       037-PEDE-CPF.
           DISPLAY 'CPF (11 DIGITOS): '.
           ACCEPT WRK-CPF.
           PERFORM 038-VALIDA-CPF.
           IF NOT CPF-VALIDO
               DISPLAY 'CPF INVALIDO - DIGITO VERIFICADOR NAO '
                   'CONFERE.'
           ELSE
               PERFORM 039-VERIFICA-CPF-DUPLICADO
               IF WRK-CPF-DUP-SW EQUAL 'S'
                   MOVE 'N' TO WS-CPF-VALIDO-SW
                   DISPLAY 'CPF JA CADASTRADO EM OUTRO FUNCIONARIO - '
                       'INFORME OUTRO CPF.'
               END-IF
           END-IF.

       039-VERIFICA-CPF-DUPLICADO.
      **
      * Varre o arquivo procurando o CPF recem digitado em outra
      * matricula; a passada usa a propria area do registro, entao
      * a imagem corrente e salva antes e restaurada depois.
      **
           MOVE 'N' TO WRK-CPF-DUP-SW.
           MOVE FUNC-REG TO WRK-FUNC-SALVO.
           MOVE ZEROS TO FUNC-MATRICULA.
           MOVE 0 TO FLAG-SCAN.
           START FUNCIONARIOS KEY IS GREATER THAN OR EQUAL
               TO FUNC-MATRICULA
               INVALID KEY MOVE 1 TO FLAG-SCAN
           END-START.
           PERFORM 047-SCAN-CPF-ITEM UNTIL FLAG-SCAN EQUAL TO 1.
           MOVE WRK-FUNC-SALVO TO FUNC-REG.

       047-SCAN-CPF-ITEM.
           READ FUNCIONARIOS NEXT RECORD
               AT END MOVE 1 TO FLAG-SCAN
               NOT AT END
                   IF FUNC-CPF EQUAL WRK-CPF(1:11)
                       AND FUNC-MATRICULA NOT EQUAL
                           WRK-MATRIC-CORRENTE
                       MOVE 'S' TO WRK-CPF-DUP-SW
                       MOVE 1 TO FLAG-SCAN
                   END-IF
           END-READ.

       044-CORRIGE-CPF.
      **
      * Same check-digit and duplicate rules as 036-ACEITA-CPF, but
      * blank still means "keep the value already on file" - which
      * is how the employees converted without a CPF get theirs.
      **
           MOVE FUNC-MATRICULA TO WRK-MATRIC-CORRENTE.
           MOVE SPACES TO WRK-CPF.
           PERFORM 048-PEDE-CPF-CORRECAO WITH TEST AFTER
               UNTIL WRK-CPF EQUAL SPACES
               OR CPF-VALIDO.
           IF WRK-CPF NOT EQUAL SPACES
               MOVE WRK-CPF(1:11) TO FUNC-CPF
           END-IF.

       048-PEDE-CPF-CORRECAO.
           DISPLAY 'NOVO CPF (BRANCO MANTEM O ATUAL): '.
           ACCEPT WRK-CPF.
           MOVE 'N' TO WS-CPF-VALIDO-SW.
           IF WRK-CPF NOT EQUAL SPACES
               PERFORM 038-VALIDA-CPF
               IF NOT CPF-VALIDO
                   DISPLAY 'CPF INVALIDO - DIGITO VERIFICADOR NAO '
                       'CONFERE.'
               ELSE
                   PERFORM 039-VERIFICA-CPF-DUPLICADO
                   IF WRK-CPF-DUP-SW EQUAL 'S'
                       MOVE 'N' TO WS-CPF-VALIDO-SW
                       DISPLAY 'CPF JA CADASTRADO EM OUTRO '
                           'FUNCIONARIO - INFORME OUTRO CPF.'
                   END-IF
               END-IF
           END-IF.

       038-VALIDA-CPF.
      **
      * Modulo-11 check-digit algorithm for CPF: two verification
      * digits computed from the first nine digits and compared
      * against the last two digits entered - the same algorithm
      * PROG007 applies on entry.
      **
           MOVE 'S' TO WS-CPF-VALIDO-SW.
           IF WRK-CPF(1:11) NOT NUMERIC
               MOVE 'N' TO WS-CPF-VALIDO-SW
           ELSE
               MOVE WRK-CPF(1:11) TO CPF-NUMERICO
               MOVE ZEROS TO WS-SOMA-CPF
               PERFORM 011-SOMA-CPF-1 VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF > 9
               DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOC-CPF
                   REMAINDER WS-RESTO-CPF
               IF WS-RESTO-CPF < 2
                   MOVE 0 TO WS-DV1-CPF
               ELSE
                   COMPUTE WS-DV1-CPF = 11 - WS-RESTO-CPF
               END-IF

               MOVE ZEROS TO WS-SOMA-CPF
               PERFORM 019-SOMA-CPF-2 VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF > 9
               COMPUTE WS-SOMA-CPF = WS-SOMA-CPF + (WS-DV1-CPF * 2)
               DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOC-CPF
                   REMAINDER WS-RESTO-CPF
               IF WS-RESTO-CPF < 2
                   MOVE 0 TO WS-DV2-CPF
               ELSE
                   COMPUTE WS-DV2-CPF = 11 - WS-RESTO-CPF
               END-IF

               IF WS-DV1-CPF NOT EQUAL CPF-DIG(10)
                   OR WS-DV2-CPF NOT EQUAL CPF-DIG(11)
                   MOVE 'N' TO WS-CPF-VALIDO-SW
               END-IF
           END-IF.

       011-SOMA-CPF-1.
           COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
               (CPF-DIG(WS-IDX-CPF) * (11 - WS-IDX-CPF)).

       019-SOMA-CPF-2.
           COMPUTE WS-SOMA-CPF = WS-SOMA-CPF +
               (CPF-DIG(WS-IDX-CPF) * (12 - WS-IDX-CPF)).

      ** add other procedures here
       END PROGRAM PROG009.
