      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG039.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * EMPRESAS.TXT is the company master: one line per company
      * with the code the payroll groups by, the razao social, the
      * CNPJ (check digits validated here), the address and the
      * paying bank account - maintained through prompted entry the
      * way PROG019 fronts CONTAS.DAT, so "ACME LTDA" and "ACME
      * LTDA." can no longer become two companies.
      *-----------------------
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD EMPRESAS.
       COPY EMPRESA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 WRITE-COUNT PIC 9(5) VALUE ZERO.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
      *-----------------------
      * Campos de entrada; em modo de correcao a resposta em branco
      * mantem o valor ja em arquivo.
       77 WRK-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-RAZAO-SOCIAL PIC X(30) VALUE SPACES.
       77 WRK-CNPJ PIC X(14) VALUE SPACES.
       77 WRK-ENDERECO PIC X(40) VALUE SPACES.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(2) VALUE SPACES.
       77 WRK-CEP PIC X(8) VALUE SPACES.
       77 WRK-BANCO PIC X(3) VALUE SPACES.
       77 WRK-AGENCIA PIC X(4) VALUE SPACES.
       77 WRK-CONTA PIC X(9) VALUE SPACES.
       77 WRK-SITUACAO PIC X(1) VALUE SPACES.
      *-----------------------
      * Validacao do CNPJ: modulo 11 em dois passos. O primeiro
      * digito sai dos doze primeiros (pesos 5 a 2 e 9 a 2), o
      * segundo dos treze (pesos 6 a 2 e 9 a 2); resto menor que 2
      * vale 0, senao 11 - resto. Quatorze digitos iguais passam na
      * conta mas nao existem, e sao recusados.
       77 WS-CNPJ-VALIDO-SW PIC X(1) VALUE 'N'.
           88 CNPJ-VALIDO VALUE 'S'.
       01 CNPJ-NUMERICO PIC 9(14) VALUE ZEROS.
       01 CNPJ-TABELA REDEFINES CNPJ-NUMERICO.
           05 CNPJ-DIG PIC 9(1) OCCURS 14 TIMES.
       77 WS-IDX-CNPJ PIC 9(2) VALUE ZEROS.
       77 WS-PESO-CNPJ PIC 9(2) VALUE ZEROS.
       77 WS-SOMA-CNPJ PIC 9(4) VALUE ZEROS.
       77 WS-QUOC-CNPJ PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-CNPJ PIC 9(2) VALUE ZEROS.
       77 WS-DV1-CNPJ PIC 9(2) VALUE ZEROS.
       77 WS-DV2-CNPJ PIC 9(2) VALUE ZEROS.
       77 WS-IGUAIS-CNPJ PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Validacao do digito da conta pagadora: a mesma regra do
      * PROG019 - modulo 11 sobre os oito primeiros digitos (pesos
      * 9 a 2), digito verificador na nona posicao.
       77 WS-CONTA-VALIDA-SW PIC X(1) VALUE 'N'.
           88 CONTA-VALIDA VALUE 'S'.
       01 CONTA-NUMERICA PIC 9(9) VALUE ZEROS.
       01 CONTA-TABELA REDEFINES CONTA-NUMERICA.
           05 CONTA-DIG PIC 9(1) OCCURS 9 TIMES.
       77 WS-IDX-CONTA PIC 9(2) VALUE ZEROS.
       77 WS-SOMA-CONTA PIC 9(4) VALUE ZEROS.
       77 WS-QUOC-CONTA PIC 9(4) VALUE ZEROS.
       77 WS-RESTO-CONTA PIC 9(2) VALUE ZEROS.
       77 WS-DV-CONTA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * A correcao carrega o arquivo inteiro para a tabela, corrige
      * o registro procurado e grava o arquivo de volta, ja que um
      * arquivo LINE SEQUENTIAL nao comporta REWRITE no lugar; na
      * inclusao a mesma tabela segura codigo, razao social e CNPJ
      * repetidos.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
               10 TABEMP-CNPJ PIC X(14).
               10 TABEMP-ENDERECO PIC X(40).
               10 TABEMP-CIDADE PIC X(20).
               10 TABEMP-UF PIC X(2).
               10 TABEMP-CEP PIC X(8).
               10 TABEMP-BANCO PIC X(3).
               10 TABEMP-AGENCIA PIC X(4).
               10 TABEMP-CONTA PIC X(9).
               10 TABEMP-SITUACAO PIC X(1).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-ACHADO PIC 9(3) VALUE ZEROS.
       77 IDX-DUPLICADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-EMPRESAS PIC 9(1) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'MODO: (1) NOVA EMPRESA  (2) CORRIGIR'.
           DISPLAY '      (3) LISTAR'.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 010-CORRIGE
               WHEN '3'
                   PERFORM 020-LISTA
               WHEN OTHER
                   PERFORM 001-INCLUI
           END-EVALUATE.
           GOBACK.

       001-INCLUI.
      **
      * Appends new companies to EMPRESAS.TXT through prompted,
      * validated entry; the first run on a brand-new machine will
      * not find the file yet, so build an empty one first. A code,
      * razao social or CNPJ already on file is refused.
      **
           PERFORM 011-CARREGA-TABELA.
           OPEN EXTEND EMPRESAS.
           IF WS-EMPRESAS-STATUS EQUAL '35'
               OPEN OUTPUT EMPRESAS
               CLOSE EMPRESAS
               OPEN EXTEND EMPRESAS
           END-IF.
           IF WS-EMPRESAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EMPRESAS.TXT - FILE STATUS: '
                   WS-EMPRESAS-STATUS
           ELSE
               PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               CLOSE EMPRESAS
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' EMPRESA(S) REGISTRADA(S).'
           END-IF.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 003-ACEITA-CODIGO.
           MOVE ZEROS TO IDX-ACHADO.
           PERFORM 015-PROCURA-CODIGO VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           IF IDX-ACHADO GREATER THAN ZEROS
               DISPLAY 'CODIGO JA CADASTRADO PARA '
                   TABEMP-RAZAO-SOCIAL(IDX-ACHADO)
                   ' - USE O MODO DE CORRECAO.'
           ELSE
               PERFORM 044-ACEITA-RAZAO
               DISPLAY 'CNPJ (14 DIGITOS, SEM PONTUACAO): '
               PERFORM 040-ACEITA-CNPJ
               PERFORM 017-VERIFICA-DUPLICADO
               IF IDX-DUPLICADO GREATER THAN ZEROS
                   DISPLAY 'RAZAO SOCIAL OU CNPJ JA CADASTRADO NO '
                       'CODIGO ' TABEMP-CODIGO(IDX-DUPLICADO)
                       ' - INCLUSAO RECUSADA.'
               ELSE
                   PERFORM 018-ACEITA-RESTANTE
                   WRITE EMPRESA-REG
                   IF WS-EMPRESAS-STATUS EQUAL '00'
                       ADD 1 TO WRITE-COUNT
                       PERFORM 022-ACRESCENTA-TABELA
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE '
                           'STATUS: ' WS-EMPRESAS-STATUS
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       018-ACEITA-RESTANTE.
      **
      * Address and paying account of the company being included;
      * the record is assembled straight in the FD area.
      **
           MOVE WRK-CODIGO TO EMP-CODIGO.
           MOVE WRK-RAZAO-SOCIAL TO EMP-RAZAO-SOCIAL.
           MOVE WRK-CNPJ TO EMP-CNPJ.
           DISPLAY 'ENDERECO: '.
           MOVE SPACES TO WRK-ENDERECO.
           ACCEPT WRK-ENDERECO.
           MOVE WRK-ENDERECO TO EMP-ENDERECO.
           DISPLAY 'CIDADE: '.
           MOVE SPACES TO WRK-CIDADE.
           ACCEPT WRK-CIDADE.
           MOVE WRK-CIDADE TO EMP-CIDADE.
           DISPLAY 'UF: '.
           MOVE SPACES TO WRK-UF.
           ACCEPT WRK-UF.
           MOVE WRK-UF TO EMP-UF.
           DISPLAY 'CEP (8 DIGITOS): '.
           PERFORM 046-ACEITA-CEP.
           MOVE WRK-CEP TO EMP-CEP.
           DISPLAY 'BANCO PAGADOR (3 DIGITOS): '.
           PERFORM 005-ACEITA-BANCO.
           MOVE WRK-BANCO TO EMP-BANCO.
           DISPLAY 'AGENCIA (4 DIGITOS): '.
           PERFORM 006-ACEITA-AGENCIA.
           MOVE WRK-AGENCIA TO EMP-AGENCIA.
           DISPLAY 'CONTA (8 DIGITOS + DIGITO): '.
           PERFORM 007-ACEITA-CONTA.
           MOVE WRK-CONTA TO EMP-CONTA.
           MOVE 'A' TO EMP-SITUACAO.

       022-ACRESCENTA-TABELA.
      **
      * A tabela da sessao acompanha o arquivo, para as criticas de
      * codigo, razao social e CNPJ repetidos valerem tambem dentro
      * da mesma sessao.
      **
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
               MOVE EMP-CNPJ TO TABEMP-CNPJ(QTD-EMPRESAS)
           END-IF.

       003-ACEITA-CODIGO.
      **
      * Re-prompts until the code comes in as three digits - the
      * key FUNCIONARIOS.DAT and FOLHA.TXT carry from now on.
      **
           MOVE SPACES TO WRK-CODIGO.
           PERFORM 004-PEDE-CODIGO UNTIL WRK-CODIGO NUMERIC.

       004-PEDE-CODIGO.
           DISPLAY 'CODIGO DA EMPRESA (3 DIGITOS): '.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO NOT NUMERIC
               DISPLAY 'CODIGO DEVE CONTER 3 DIGITOS.'
           END-IF.

       044-ACEITA-RAZAO.
           MOVE SPACES TO WRK-RAZAO-SOCIAL.
           PERFORM 045-PEDE-RAZAO
               UNTIL WRK-RAZAO-SOCIAL NOT EQUAL TO SPACES.

       045-PEDE-RAZAO.
           DISPLAY 'RAZAO SOCIAL: '.
           ACCEPT WRK-RAZAO-SOCIAL.
           IF WRK-RAZAO-SOCIAL EQUAL TO SPACES
               DISPLAY 'RAZAO SOCIAL EM BRANCO - DIGITE O NOME.'
           END-IF.

       046-ACEITA-CEP.
           MOVE SPACES TO WRK-CEP.
           PERFORM 047-PEDE-CEP UNTIL WRK-CEP NUMERIC.

       047-PEDE-CEP.
           ACCEPT WRK-CEP.
           IF WRK-CEP NOT NUMERIC
               DISPLAY 'CEP DEVE CONTER APENAS DIGITOS (8): '
           END-IF.

       005-ACEITA-BANCO.
           MOVE SPACES TO WRK-BANCO.
           PERFORM 030-PEDE-BANCO UNTIL WRK-BANCO NUMERIC.

       030-PEDE-BANCO.
           ACCEPT WRK-BANCO.
           IF WRK-BANCO NOT NUMERIC
               DISPLAY 'BANCO DEVE CONTER APENAS DIGITOS (3): '
           END-IF.

       006-ACEITA-AGENCIA.
           MOVE SPACES TO WRK-AGENCIA.
           PERFORM 031-PEDE-AGENCIA UNTIL WRK-AGENCIA NUMERIC.

       031-PEDE-AGENCIA.
           ACCEPT WRK-AGENCIA.
           IF WRK-AGENCIA NOT NUMERIC
               DISPLAY 'AGENCIA DEVE CONTER APENAS DIGITOS (4): '
           END-IF.

       007-ACEITA-CONTA.
      **
      * Re-prompts until an account with a valid check digit is
      * entered, so bad numbers never reach the remittance header.
      **
           MOVE 'N' TO WS-CONTA-VALIDA-SW.
           PERFORM 008-PEDE-CONTA UNTIL CONTA-VALIDA.

       008-PEDE-CONTA.
           ACCEPT WRK-CONTA.
           PERFORM 009-VALIDA-CONTA.
           IF NOT CONTA-VALIDA
               DISPLAY 'CONTA INVALIDA - DIGITO VERIFICADOR NAO '
                   'CONFERE (9 DIGITOS): '
           END-IF.

       009-VALIDA-CONTA.
      **
      * Modulo-11 check digit over the first eight digits (weights
      * 9 down to 2): DV = 11 - resto, with 10 and 11 counting as
      * zero, compared against the ninth digit entered.
      **
           MOVE 'S' TO WS-CONTA-VALIDA-SW.
           IF WRK-CONTA NOT NUMERIC
               MOVE 'N' TO WS-CONTA-VALIDA-SW
           ELSE
               MOVE WRK-CONTA TO CONTA-NUMERICA
               MOVE ZEROS TO WS-SOMA-CONTA
               PERFORM 032-SOMA-CONTA
                   VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > 8
               DIVIDE WS-SOMA-CONTA BY 11 GIVING WS-QUOC-CONTA
                   REMAINDER WS-RESTO-CONTA
               COMPUTE WS-DV-CONTA = 11 - WS-RESTO-CONTA
               IF WS-DV-CONTA GREATER THAN 9
                   MOVE 0 TO WS-DV-CONTA
               END-IF
               IF WS-DV-CONTA NOT EQUAL CONTA-DIG(9)
                   MOVE 'N' TO WS-CONTA-VALIDA-SW
               END-IF
           END-IF.

       032-SOMA-CONTA.
           COMPUTE WS-SOMA-CONTA = WS-SOMA-CONTA +
               (CONTA-DIG(WS-IDX-CONTA) * (10 - WS-IDX-CONTA)).

       040-ACEITA-CNPJ.
      **
      * Re-prompts until a CNPJ whose two check digits agree is
      * entered - a typo in the company's tax id would otherwise
      * travel on every remittance header.
      **
           MOVE 'N' TO WS-CNPJ-VALIDO-SW.
           PERFORM 041-PEDE-CNPJ UNTIL CNPJ-VALIDO.

       041-PEDE-CNPJ.
           ACCEPT WRK-CNPJ.
           PERFORM 042-VALIDA-CNPJ.
           IF NOT CNPJ-VALIDO
               DISPLAY 'CNPJ INVALIDO - DIGITOS VERIFICADORES NAO '
                   'CONFEREM (14 DIGITOS): '
           END-IF.

       042-VALIDA-CNPJ.
      **
      * Both CNPJ check digits, modulo 11: the first over digits 1
      * to 12 with weights 5,4,3,2,9,...,2, the second over digits
      * 1 to 13 with weights 6,5,4,3,2,9,...,2; a remainder under 2
      * gives 0, otherwise 11 - remainder.
      **
           MOVE 'S' TO WS-CNPJ-VALIDO-SW.
           IF WRK-CNPJ NOT NUMERIC
               MOVE 'N' TO WS-CNPJ-VALIDO-SW
           ELSE
               MOVE WRK-CNPJ TO CNPJ-NUMERICO
               MOVE ZEROS TO WS-IGUAIS-CNPJ
               INSPECT WRK-CNPJ TALLYING WS-IGUAIS-CNPJ
                   FOR ALL WRK-CNPJ(1:1)
               MOVE ZEROS TO WS-SOMA-CNPJ
               PERFORM 043-SOMA-DV1
                   VARYING WS-IDX-CNPJ FROM 1 BY 1
                   UNTIL WS-IDX-CNPJ > 12
               DIVIDE WS-SOMA-CNPJ BY 11 GIVING WS-QUOC-CNPJ
                   REMAINDER WS-RESTO-CNPJ
               IF WS-RESTO-CNPJ LESS THAN 2
                   MOVE 0 TO WS-DV1-CNPJ
               ELSE
                   COMPUTE WS-DV1-CNPJ = 11 - WS-RESTO-CNPJ
               END-IF
               MOVE ZEROS TO WS-SOMA-CNPJ
               PERFORM 048-SOMA-DV2
                   VARYING WS-IDX-CNPJ FROM 1 BY 1
                   UNTIL WS-IDX-CNPJ > 13
               DIVIDE WS-SOMA-CNPJ BY 11 GIVING WS-QUOC-CNPJ
                   REMAINDER WS-RESTO-CNPJ
               IF WS-RESTO-CNPJ LESS THAN 2
                   MOVE 0 TO WS-DV2-CNPJ
               ELSE
                   COMPUTE WS-DV2-CNPJ = 11 - WS-RESTO-CNPJ
               END-IF
               IF WS-DV1-CNPJ NOT EQUAL CNPJ-DIG(13)
                   OR WS-DV2-CNPJ NOT EQUAL CNPJ-DIG(14)
                   OR WS-IGUAIS-CNPJ EQUAL 14
                   MOVE 'N' TO WS-CNPJ-VALIDO-SW
               END-IF
           END-IF.

       043-SOMA-DV1.
           IF WS-IDX-CNPJ LESS THAN 5
               COMPUTE WS-PESO-CNPJ = 6 - WS-IDX-CNPJ
           ELSE
               COMPUTE WS-PESO-CNPJ = 14 - WS-IDX-CNPJ
           END-IF.
           COMPUTE WS-SOMA-CNPJ = WS-SOMA-CNPJ +
               (CNPJ-DIG(WS-IDX-CNPJ) * WS-PESO-CNPJ).

       048-SOMA-DV2.
           IF WS-IDX-CNPJ LESS THAN 6
               COMPUTE WS-PESO-CNPJ = 7 - WS-IDX-CNPJ
           ELSE
               COMPUTE WS-PESO-CNPJ = 15 - WS-IDX-CNPJ
           END-IF.
           COMPUTE WS-SOMA-CNPJ = WS-SOMA-CNPJ +
               (CNPJ-DIG(WS-IDX-CNPJ) * WS-PESO-CNPJ).

       010-CORRIGE.
      **
      * Correction mode: loads the whole file into the table, finds
      * the company by code, re-prompts the fields (a blank answer
      * keeps the value on file) and writes the file back out.
      **
           PERFORM 011-CARREGA-TABELA.
           IF QTD-EMPRESAS EQUAL ZEROS
               DISPLAY 'NENHUMA EMPRESA EM ARQUIVO.'
           ELSE
               IF FLAG-LIMITE-EMPRESAS EQUAL 1
                   DISPLAY 'ARQUIVO EXCEDE 100 EMPRESAS - CORRECAO '
                       'ABORTADA.'
               ELSE
                   PERFORM 012-CORRIGE-UM
                       UNTIL CONTINUA NOT EQUAL TO 'S'
                       AND CONTINUA NOT EQUAL TO 's'
                   PERFORM 016-REGRAVA-ARQUIVO
               END-IF
           END-IF.

       011-CARREGA-TABELA.
           MOVE ZEROS TO QTD-EMPRESAS.
           MOVE 0 TO FLAG-LIMITE-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS NOT EQUAL '00'
               CONTINUE
           ELSE
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 014-CARREGA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       014-CARREGA-ITEM.
      **
      * TABELA-EMPRESAS so comporta 100 ocorrencias; alem disso a
      * correcao e abortada para nao truncar o arquivo na
      * regravacao.
      **
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
               MOVE EMP-CNPJ TO TABEMP-CNPJ(QTD-EMPRESAS)
               MOVE EMP-ENDERECO TO TABEMP-ENDERECO(QTD-EMPRESAS)
               MOVE EMP-CIDADE TO TABEMP-CIDADE(QTD-EMPRESAS)
               MOVE EMP-UF TO TABEMP-UF(QTD-EMPRESAS)
               MOVE EMP-CEP TO TABEMP-CEP(QTD-EMPRESAS)
               MOVE EMP-BANCO TO TABEMP-BANCO(QTD-EMPRESAS)
               MOVE EMP-AGENCIA TO TABEMP-AGENCIA(QTD-EMPRESAS)
               MOVE EMP-CONTA TO TABEMP-CONTA(QTD-EMPRESAS)
               MOVE EMP-SITUACAO TO TABEMP-SITUACAO(QTD-EMPRESAS)
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
           ELSE
               MOVE 1 TO FLAG-LIMITE-EMPRESAS
               MOVE 1 TO FLAG-EMPRESAS
           END-IF.

       012-CORRIGE-UM.
           DISPLAY 'CODIGO DA EMPRESA A CORRIGIR: '.
           MOVE SPACES TO WRK-CODIGO.
           ACCEPT WRK-CODIGO.
           MOVE ZEROS TO IDX-ACHADO.
           PERFORM 015-PROCURA-CODIGO VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.
           IF IDX-ACHADO EQUAL ZEROS
               DISPLAY 'EMPRESA NAO ENCONTRADA.'
           ELSE
               PERFORM 013-CORRIGE-CAMPOS
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       015-PROCURA-CODIGO.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-CODIGO
               MOVE IDX-EMPRESA TO IDX-ACHADO
           END-IF.

       017-VERIFICA-DUPLICADO.
      **
      * The razao social is the spelling every program resolves the
      * old free-text empresa against, and the CNPJ identifies the
      * company for the bank - neither may repeat under another
      * code.
      **
           MOVE ZEROS TO IDX-DUPLICADO.
           PERFORM 023-PROCURA-DUPLICADO
               VARYING IDX-EMPRESA FROM 1 BY 1
               UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS.

       023-PROCURA-DUPLICADO.
           IF IDX-EMPRESA NOT EQUAL IDX-ACHADO
               AND (TABEMP-RAZAO-SOCIAL(IDX-EMPRESA)
                   EQUAL WRK-RAZAO-SOCIAL
               OR TABEMP-CNPJ(IDX-EMPRESA) EQUAL WRK-CNPJ)
               MOVE IDX-EMPRESA TO IDX-DUPLICADO
           END-IF.

       013-CORRIGE-CAMPOS.
      **
      * A blank answer at any prompt keeps the value already on
      * file, the same convention PROG019 uses in its correction
      * mode; a new CNPJ or conta passes the same check-digit rules
      * of the inclusion. The code itself never changes - it is
      * the key the employees and the payroll history carry.
      **
           DISPLAY 'DADOS ATUAIS:'.
           DISPLAY 'CODIGO: ' TABEMP-CODIGO(IDX-ACHADO)
               '  SITUACAO: ' TABEMP-SITUACAO(IDX-ACHADO).
           DISPLAY 'RAZAO SOCIAL: ' TABEMP-RAZAO-SOCIAL(IDX-ACHADO).
           DISPLAY 'CNPJ: ' TABEMP-CNPJ(IDX-ACHADO).
           DISPLAY 'ENDERECO: ' TABEMP-ENDERECO(IDX-ACHADO).
           DISPLAY 'CIDADE: ' TABEMP-CIDADE(IDX-ACHADO)
               '  UF: ' TABEMP-UF(IDX-ACHADO)
               '  CEP: ' TABEMP-CEP(IDX-ACHADO).
           DISPLAY 'BANCO: ' TABEMP-BANCO(IDX-ACHADO)
               '  AGENCIA: ' TABEMP-AGENCIA(IDX-ACHADO)
               '  CONTA: ' TABEMP-CONTA(IDX-ACHADO).
           DISPLAY 'NOVA RAZAO SOCIAL (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-RAZAO-SOCIAL.
           ACCEPT WRK-RAZAO-SOCIAL.
           DISPLAY 'NOVO CNPJ (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-CNPJ.
           PERFORM 049-PEDE-CNPJ-CORRECAO WITH TEST AFTER
               UNTIL WRK-CNPJ EQUAL SPACES
               OR CNPJ-VALIDO.
           PERFORM 017-VERIFICA-DUPLICADO.
           IF IDX-DUPLICADO GREATER THAN ZEROS
               DISPLAY 'RAZAO SOCIAL OU CNPJ JA CADASTRADO NO '
                   'CODIGO ' TABEMP-CODIGO(IDX-DUPLICADO)
                   ' - MANTIDOS OS ATUAIS.'
           ELSE
               IF WRK-RAZAO-SOCIAL NOT EQUAL SPACES
                   MOVE WRK-RAZAO-SOCIAL
                       TO TABEMP-RAZAO-SOCIAL(IDX-ACHADO)
               END-IF
               IF WRK-CNPJ NOT EQUAL SPACES
                   MOVE WRK-CNPJ TO TABEMP-CNPJ(IDX-ACHADO)
               END-IF
           END-IF.
           DISPLAY 'NOVO ENDERECO (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-ENDERECO.
           ACCEPT WRK-ENDERECO.
           IF WRK-ENDERECO NOT EQUAL SPACES
               MOVE WRK-ENDERECO TO TABEMP-ENDERECO(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVA CIDADE (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-CIDADE.
           ACCEPT WRK-CIDADE.
           IF WRK-CIDADE NOT EQUAL SPACES
               MOVE WRK-CIDADE TO TABEMP-CIDADE(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVA UF (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-UF.
           ACCEPT WRK-UF.
           IF WRK-UF NOT EQUAL SPACES
               MOVE WRK-UF TO TABEMP-UF(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVO CEP (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-CEP.
           PERFORM 036-PEDE-CEP-CORRECAO WITH TEST AFTER
               UNTIL WRK-CEP EQUAL SPACES
               OR WRK-CEP NUMERIC.
           IF WRK-CEP NOT EQUAL SPACES
               MOVE WRK-CEP TO TABEMP-CEP(IDX-ACHADO)
           END-IF.
           PERFORM 024-CORRIGE-CONTA.
           DISPLAY 'SITUACAO (A ATIVA / I INATIVA, BRANCO MANTEM A '
               'ATUAL): '.
           MOVE SPACES TO WRK-SITUACAO.
           ACCEPT WRK-SITUACAO.
           IF WRK-SITUACAO EQUAL 'A' OR WRK-SITUACAO EQUAL 'I'
               MOVE WRK-SITUACAO TO TABEMP-SITUACAO(IDX-ACHADO)
           END-IF.

       024-CORRIGE-CONTA.
           DISPLAY 'NOVO BANCO PAGADOR (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-BANCO.
           PERFORM 033-PEDE-BANCO-CORRECAO WITH TEST AFTER
               UNTIL WRK-BANCO EQUAL SPACES
               OR WRK-BANCO NUMERIC.
           IF WRK-BANCO NOT EQUAL SPACES
               MOVE WRK-BANCO TO TABEMP-BANCO(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVA AGENCIA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-AGENCIA.
           PERFORM 034-PEDE-AGENCIA-CORRECAO WITH TEST AFTER
               UNTIL WRK-AGENCIA EQUAL SPACES
               OR WRK-AGENCIA NUMERIC.
           IF WRK-AGENCIA NOT EQUAL SPACES
               MOVE WRK-AGENCIA TO TABEMP-AGENCIA(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVA CONTA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-CONTA.
           PERFORM 035-PEDE-CONTA-CORRECAO WITH TEST AFTER
               UNTIL WRK-CONTA EQUAL SPACES
               OR CONTA-VALIDA.
           IF WRK-CONTA NOT EQUAL SPACES
               MOVE WRK-CONTA TO TABEMP-CONTA(IDX-ACHADO)
           END-IF.

       049-PEDE-CNPJ-CORRECAO.
           ACCEPT WRK-CNPJ.
           MOVE 'N' TO WS-CNPJ-VALIDO-SW.
           IF WRK-CNPJ NOT EQUAL SPACES
               PERFORM 042-VALIDA-CNPJ
               IF NOT CNPJ-VALIDO
                   DISPLAY 'CNPJ INVALIDO - DIGITOS VERIFICADORES '
                       'NAO CONFEREM (14 DIGITOS): '
               END-IF
           END-IF.

       036-PEDE-CEP-CORRECAO.
           ACCEPT WRK-CEP.
           IF WRK-CEP NOT EQUAL SPACES
               AND WRK-CEP NOT NUMERIC
               DISPLAY 'CEP DEVE CONTER APENAS DIGITOS (8): '
           END-IF.

       033-PEDE-BANCO-CORRECAO.
           ACCEPT WRK-BANCO.
           IF WRK-BANCO NOT EQUAL SPACES
               AND WRK-BANCO NOT NUMERIC
               DISPLAY 'BANCO DEVE CONTER APENAS DIGITOS (3): '
           END-IF.

       034-PEDE-AGENCIA-CORRECAO.
           ACCEPT WRK-AGENCIA.
           IF WRK-AGENCIA NOT EQUAL SPACES
               AND WRK-AGENCIA NOT NUMERIC
               DISPLAY 'AGENCIA DEVE CONTER APENAS DIGITOS (4): '
           END-IF.

       035-PEDE-CONTA-CORRECAO.
           ACCEPT WRK-CONTA.
           MOVE 'N' TO WS-CONTA-VALIDA-SW.
           IF WRK-CONTA NOT EQUAL SPACES
               PERFORM 009-VALIDA-CONTA
               IF NOT CONTA-VALIDA
                   DISPLAY 'CONTA INVALIDA - DIGITO VERIFICADOR '
                       'NAO CONFERE (9 DIGITOS): '
               END-IF
           END-IF.

       016-REGRAVA-ARQUIVO.
      **
      * Writes the corrected table back over EMPRESAS.TXT in one
      * pass, replacing the previous contents.
      **
           OPEN OUTPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR EMPRESAS.TXT - FILE STATUS: '
                   WS-EMPRESAS-STATUS
           ELSE
               PERFORM 019-REGRAVA-ITEM
                   VARYING IDX-EMPRESA FROM 1 BY 1
                   UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
               CLOSE EMPRESAS
               DISPLAY 'ARQUIVO REGRAVADO COM ' QTD-EMPRESAS
                   ' EMPRESA(S).'
           END-IF.

       019-REGRAVA-ITEM.
           MOVE TABEMP-CODIGO(IDX-EMPRESA) TO EMP-CODIGO.
           MOVE TABEMP-RAZAO-SOCIAL(IDX-EMPRESA) TO EMP-RAZAO-SOCIAL.
           MOVE TABEMP-CNPJ(IDX-EMPRESA) TO EMP-CNPJ.
           MOVE TABEMP-ENDERECO(IDX-EMPRESA) TO EMP-ENDERECO.
           MOVE TABEMP-CIDADE(IDX-EMPRESA) TO EMP-CIDADE.
           MOVE TABEMP-UF(IDX-EMPRESA) TO EMP-UF.
           MOVE TABEMP-CEP(IDX-EMPRESA) TO EMP-CEP.
           MOVE TABEMP-BANCO(IDX-EMPRESA) TO EMP-BANCO.
           MOVE TABEMP-AGENCIA(IDX-EMPRESA) TO EMP-AGENCIA.
           MOVE TABEMP-CONTA(IDX-EMPRESA) TO EMP-CONTA.
           MOVE TABEMP-SITUACAO(IDX-EMPRESA) TO EMP-SITUACAO.
           WRITE EMPRESA-REG.

       020-LISTA.
      **
      * Prints the whole master, for a quick visual check after a
      * maintenance session.
      **
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR EMPRESAS.TXT - FILE STATUS: '
                   WS-EMPRESAS-STATUS
           ELSE
               MOVE 0 TO FLAG-EMPRESAS
               MOVE ZEROS TO WRITE-COUNT
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 021-LISTA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' EMPRESA(S) EM ARQUIVO.'
           END-IF.

       021-LISTA-ITEM.
           DISPLAY '#########################################'.
           DISPLAY 'CODIGO: ' EMP-CODIGO '  ' EMP-RAZAO-SOCIAL.
           DISPLAY 'CNPJ: ' EMP-CNPJ '  SITUACAO: ' EMP-SITUACAO.
           DISPLAY 'ENDERECO: ' EMP-ENDERECO.
           DISPLAY 'CIDADE: ' EMP-CIDADE '  UF: ' EMP-UF
               '  CEP: ' EMP-CEP.
           DISPLAY 'BANCO: ' EMP-BANCO '  AGENCIA: ' EMP-AGENCIA
               '  CONTA: ' EMP-CONTA.
           ADD 1 TO WRITE-COUNT.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

      ** add other procedures here
       END PROGRAM PROG039.
