       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * CONTAS.DAT keys each employee of FUNCIONARIOS.DAT to the
      * bank account the remittance must credit, maintained here
      * through prompted, validated entry the way PROG009 fronts
      * the employee file - so the bank finally gets banco, agencia
      * and conta on every REMESSA detail instead of the office
      * retyping everything in the portal. Both files are indexed
      * by the employee's matricula: an account can only be opened
      * for a registered employee, and the name and CPF on it are
      * copied from the employee record, never typed.
      *-----------------------
           SELECT CONTAS ASSIGN TO 'CONTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-MATRICULA
           FILE STATUS IS WS-CONTAS-STATUS.
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONTAS.
       COPY CONTA.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-CONTAS PIC 9(1) VALUE 0.
       77 WS-CONTAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WRITE-COUNT PIC 9(5) VALUE ZERO.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
      *-----------------------
      * Campos de entrada; em modo de correcao a resposta em branco
      * mantem o valor ja em arquivo.
       77 WRK-BANCO PIC X(3) VALUE SPACES.
       77 WRK-AGENCIA PIC X(4) VALUE SPACES.
       77 WRK-CONTA PIC X(9) VALUE SPACES.
       77 WS-RESTO-CONTA PIC 9(2) VALUE ZEROS.
       77 WS-DV-CONTA PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Matricula digitada (ate 6 digitos) e o funcionario achado
      * com ela em FUNCIONARIOS.DAT.
       77 WRK-MATRIC-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-TAM-MATRIC PIC 9(2) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MATRIC-OK PIC X(1) VALUE 'N'.
       77 WRK-FUNC-ACHADO PIC X(1) VALUE 'N'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'MODO: (1) NOVA CONTA  (2) CORRIGIR'.
           DISPLAY '      (3) LISTAR'.
           ACCEPT WRK-MODO.
           PERFORM 040-ABRE-ARQUIVOS.
           IF WS-CONTAS-STATUS EQUAL '00'
               EVALUATE WRK-MODO
                   WHEN '2'
                       PERFORM 010-CORRIGE
                   WHEN '3'
                       PERFORM 020-LISTA
                   WHEN OTHER
                       PERFORM 001-INCLUI
               END-EVALUATE
               CLOSE CONTAS
           END-IF.
           IF WS-FUNC-STATUS EQUAL '00'
               CLOSE FUNCIONARIOS
           END-IF.
           GOBACK.

       040-ABRE-ARQUIVOS.
      **
      * CONTAS.DAT is opened for update, built empty on the first
      * run like PROG009 does with FUNCIONARIOS.DAT; the employee
      * file is only read, to validate the matricula.
      **
           OPEN I-O CONTAS.
           IF WS-CONTAS-STATUS EQUAL '35'
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF.
           IF WS-CONTAS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CONTAS.DAT - FILE STATUS: '
                   WS-CONTAS-STATUS
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: FUNCIONARIOS.DAT NAO ENCONTRADO - '
                   'NENHUMA CONTA PODE SER INCLUIDA.'
           END-IF.

       001-INCLUI.
      **
      * Adds new accounts to CONTAS.DAT through prompted, validated
      * entry. The matricula must be on FUNCIONARIOS.DAT, and an
      * employee who already has an account is refused - one
      * account per employee.
      **
           PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' CONTA(S) REGISTRADA(S).'.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 003-ACEITA-MATRICULA.
           IF WRK-FUNC-ACHADO EQUAL 'S'
               MOVE WRK-MATRICULA TO CTA-MATRICULA
               READ CONTAS KEY IS CTA-MATRICULA
                   INVALID KEY
                       PERFORM 017-NOVA-CONTA
                   NOT INVALID KEY
                       DISPLAY 'FUNCIONARIO JA TEM CONTA EM ARQUIVO - '
                           'USE O MODO DE CORRECAO.'
               END-READ
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       017-NOVA-CONTA.
           MOVE WRK-MATRICULA TO CTA-MATRICULA.
           MOVE FUNC-NOME TO CTA-NOME.
           MOVE FUNC-CPF TO CTA-CPF.
           DISPLAY 'BANCO (3 DIGITOS): '.
           PERFORM 005-ACEITA-BANCO.
           MOVE WRK-BANCO TO CTA-BANCO.
           DISPLAY 'AGENCIA (4 DIGITOS): '.
           PERFORM 006-ACEITA-AGENCIA.
           MOVE WRK-AGENCIA TO CTA-AGENCIA.
           DISPLAY 'CONTA (8 DIGITOS + DIGITO): '.
           PERFORM 007-ACEITA-CONTA.
           MOVE WRK-CONTA TO CTA-CONTA.
           WRITE CONTA-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
                       WS-CONTAS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
           END-WRITE.

       003-ACEITA-MATRICULA.
      **
      * The matricula (up to six digits) is the key that ties the
      * account to FUNCIONARIOS.DAT; the employee found is shown so
      * the operator can confirm it is the right person.
      **
           MOVE 'N' TO WRK-FUNC-ACHADO.
           DISPLAY 'MATRICULA DO FUNCIONARIO: '.
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
               WHEN WRK-MATRIC-OK NOT EQUAL 'S'
                   DISPLAY 'MATRICULA DEVE CONTER APENAS DIGITOS (6).'
               WHEN WS-FUNC-STATUS NOT EQUAL '00'
                   DISPLAY 'FUNCIONARIOS.DAT INDISPONIVEL.'
               WHEN OTHER
                   MOVE WRK-MATRIC-ENTRADA(1:WRK-TAM-MATRIC)
                       TO WRK-MATRICULA
                   MOVE WRK-MATRICULA TO FUNC-MATRICULA
                   READ FUNCIONARIOS KEY IS FUNC-MATRICULA
                       INVALID KEY
                           DISPLAY 'MATRICULA NAO CADASTRADA - '
                               'CONSULTE O PROG009.'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-FUNC-ACHADO
                           DISPLAY 'FUNCIONARIO: ' FUNC-NOME
                           IF FUNC-SITUACAO EQUAL 'D'
                               DISPLAY '(DESLIGADO EM ' FUNC-DEMISSAO
                                   ')'
                           END-IF
                   END-READ
           END-EVALUATE.

       005-ACEITA-BANCO.
           MOVE SPACES TO WRK-BANCO.

       010-CORRIGE.
      **
      * Correction mode: looks the account up by the employee's
      * matricula and REWRITEs the corrected fields in place; the
      * name and CPF are refreshed from FUNCIONARIOS.DAT on the way,
      * so a correction made in PROG009 reaches the account too.
      **
           PERFORM 012-CORRIGE-UM UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' CONTA(S) ATUALIZADA(S).'.

       012-CORRIGE-UM.
           PERFORM 003-ACEITA-MATRICULA.
           IF WRK-FUNC-ACHADO EQUAL 'S'
               MOVE WRK-MATRICULA TO CTA-MATRICULA
               READ CONTAS KEY IS CTA-MATRICULA
                   INVALID KEY
                       DISPLAY 'CONTA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       PERFORM 013-CORRIGE-CAMPOS
                       MOVE FUNC-NOME TO CTA-NOME
                       MOVE FUNC-CPF TO CTA-CPF
                       REWRITE CONTA-REG
                       IF WS-CONTAS-STATUS EQUAL '00'
                           DISPLAY 'CONTA ATUALIZADA.'
                           ADD 1 TO WRITE-COUNT
                       ELSE
                           DISPLAY 'ERRO AO ATUALIZAR REGISTRO - '
                               'FILE STATUS: ' WS-CONTAS-STATUS
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       013-CORRIGE-CAMPOS.
      **
      * A blank answer at any prompt keeps the value already on
      * inclusion.
      **
           DISPLAY 'DADOS ATUAIS:'.
           DISPLAY 'MATRICULA: ' CTA-MATRICULA '  NOME: ' CTA-NOME.
           DISPLAY 'BANCO: ' CTA-BANCO
               '  AGENCIA: ' CTA-AGENCIA
               '  CONTA: ' CTA-CONTA.
           DISPLAY 'NOVO BANCO (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-BANCO.
           PERFORM 033-PEDE-BANCO-CORRECAO WITH TEST AFTER
               UNTIL WRK-BANCO EQUAL SPACES
               OR WRK-BANCO NUMERIC.
           IF WRK-BANCO NOT EQUAL SPACES
               MOVE WRK-BANCO TO CTA-BANCO
           END-IF.
           DISPLAY 'NOVA AGENCIA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-AGENCIA.
               UNTIL WRK-AGENCIA EQUAL SPACES
               OR WRK-AGENCIA NUMERIC.
           IF WRK-AGENCIA NOT EQUAL SPACES
               MOVE WRK-AGENCIA TO CTA-AGENCIA
           END-IF.
           DISPLAY 'NOVA CONTA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-CONTA.
               UNTIL WRK-CONTA EQUAL SPACES
               OR CONTA-VALIDA.
           IF WRK-CONTA NOT EQUAL SPACES
               MOVE WRK-CONTA TO CTA-CONTA
           END-IF.

       033-PEDE-BANCO-CORRECAO.
               END-IF
           END-IF.

       020-LISTA.
      **
      * Prints the whole registry in matricula order, for a quick
      * visual check after a maintenance session.
      **
           MOVE 0 TO FLAG-CONTAS.
           MOVE ZEROS TO WRITE-COUNT.
           MOVE ZEROS TO CTA-MATRICULA.
           START CONTAS KEY IS GREATER THAN OR EQUAL TO CTA-MATRICULA
               INVALID KEY MOVE 1 TO FLAG-CONTAS
           END-START.
           IF FLAG-CONTAS NOT EQUAL 1
               READ CONTAS NEXT RECORD
                   AT END MOVE 1 TO FLAG-CONTAS
               END-READ
           END-IF.
           PERFORM 021-LISTA-ITEM
               UNTIL FLAG-CONTAS EQUAL TO 1.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' CONTA(S) EM ARQUIVO.'.

       021-LISTA-ITEM.
           DISPLAY '#########################################'.
           DISPLAY 'MATRICULA: ' CTA-MATRICULA '  NOME: ' CTA-NOME.
           IF CTA-CPF NOT EQUAL SPACES
               DISPLAY 'CPF: ' CTA-CPF
           END-IF.
           DISPLAY 'BANCO: ' CTA-BANCO '  AGENCIA: ' CTA-AGENCIA
               '  CONTA: ' CTA-CONTA.
           ADD 1 TO WRITE-COUNT.
           READ CONTAS NEXT RECORD
               AT END MOVE 1 TO FLAG-CONTAS
           END-READ.

      ** add other procedures here
       END PROGRAM PROG019.
