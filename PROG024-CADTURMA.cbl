           SELECT TURMA ASSIGN TO 'TURMA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TURMA-STATUS.
      *-----------------------
      * The subjects and assignments masters kept by PROG054: a
      * materia is typed by code or name and stored under its
      * master name, and only an assigned turma and materia takes
      * grades.
      *-----------------------
           SELECT MATERIAS ASSIGN TO 'MATERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAT-STATUS.
           SELECT ATRIBUICOES ASSIGN TO 'ATRIBUICOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATR-STATUS.
      *-----------------------
      * AUDITORIA.TXT receives one line per grade entered or
      * changed in a closed diario.
      *-----------------------
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD TURMA.
       COPY TURMA.
       FD MATERIAS.
       COPY MATERIA.
       FD ATRIBUICOES.
       COPY ATRIBUICAO.
       FD AUDITORIA.
       COPY AUDITORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 QTD-TURMA PIC 9(3) VALUE ZEROS.
       77 IDX-TURMA PIC 9(3) VALUE ZEROS.
       77 IDX-ACHADO PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Cadastros de materias e atribuicoes, conferidos so quando
      * os dois arquivos existem (WRK-VALIDA-CADASTRO = 'S'); sem
      * eles a materia continua livre, como antes.
       77 FLAG-MATERIAS PIC 9(1) VALUE 0.
       77 FLAG-ATRIBUICOES PIC 9(1) VALUE 0.
       77 WS-MAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-ATR-STATUS PIC X(2) VALUE SPACES.
       77 WRK-VALIDA-CADASTRO PIC X(1) VALUE 'N'.
       77 WRK-MAT-CODIGO PIC X(4) VALUE SPACES.
       01 TABELA-MATERIAS.
           05 MATERIA-ITEM OCCURS 100 TIMES.
               10 TABMAT-CODIGO PIC X(4).
               10 TABMAT-NOME PIC X(15).
       77 QTD-MATERIAS PIC 9(3) VALUE ZEROS.
       77 IDX-MATERIA PIC 9(3) VALUE ZEROS.
       77 IDX-MAT-ACHADA PIC 9(3) VALUE ZEROS.
       01 TABELA-ATRIBUICOES.
           05 ATRIBUICAO-ITEM OCCURS 300 TIMES.
               10 TABATR-TURMA PIC X(6).
               10 TABATR-MATERIA PIC X(4).
               10 TABATR-ETAPA-FECHADA PIC 9(1).
               10 TABATR-DATA-FECHAMENTO PIC 9(8).
       77 QTD-ATRIBUICOES PIC 9(3) VALUE ZEROS.
       77 IDX-ATRIBUICAO PIC 9(3) VALUE ZEROS.
       77 IDX-ATR-ACHADA PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Diario fechado: as notas das etapas ja fechadas (N1 a N3),
      * as faltas e a turma so mudam com o coordenador (perfil C)
      * ou o supervisor (S), e cada mudanca vai para a auditoria.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
       77 WRK-TURMA-DIARIO PIC X(6) VALUE SPACES.
       77 WRK-DIARIO-OK PIC X(1) VALUE 'S'.
       77 WRK-PODE-FECHADO PIC X(1) VALUE 'N'.
       77 WRK-ETAPA-FECHADA PIC 9(1) VALUE ZEROS.
       77 WRK-ETAPA-CAMPO PIC 9(1) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
       77 WRK-NOTA-ATUAL PIC 9(2)V9 VALUE ZEROS.
       77 WRK-AUD-OPERACAO PIC X(15) VALUE SPACES.
       77 WRK-AUD-MOTIVO PIC X(20) VALUE SPACES.
       01 WRK-AUD-ALTERACAO.
           05 WRK-AUD-ROTULO PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WRK-AUD-ANTES PIC 9(2)V9.
           05 WRK-AUD-ANTES-FALTAS REDEFINES WRK-AUD-ANTES
               PIC 9(3).
           05 FILLER PIC X(1) VALUE '>'.
           05 WRK-AUD-DEPOIS PIC 9(2)V9.
           05 WRK-AUD-DEPOIS-FALTAS REDEFINES WRK-AUD-DEPOIS
               PIC 9(3).
      *-----------------------
      * Controle dos arquivos de dados (PROG064): TURMA.TXT
      * conferido antes de lancar ou corrigir e registrado de novo
      * a cada gravacao.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'MODO: (1) LANCAR NOTAS  (2) CORRIGIR'.
           DISPLAY '      (3) LISTAR'.
           ACCEPT WRK-MODO.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-PERFIL-ATUAL
           END-IF.
           MOVE 'N' TO WRK-PODE-FECHADO.
           IF WS-PERFIL-ATUAL EQUAL 'C' OR WS-PERFIL-ATUAL EQUAL 'S'
               MOVE 'S' TO WRK-PODE-FECHADO
           END-IF.
           PERFORM 010-CARREGA-TABELA.
           PERFORM 014-CARREGA-CADASTROS.
           IF WRK-MODO NOT EQUAL '3'
               PERFORM 037-CONFERE-CONTROLE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CTL-CONFERE NOT EQUAL 'S'
                   DISPLAY 'TURMA.TXT ALTERADO FORA DO SISTEMA - '
                       'NADA GRAVADO.'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MODO EQUAL '2'
                   PERFORM 020-CORRIGE
               WHEN WRK-MODO EQUAL '3'
                   PERFORM 030-LISTA
               WHEN OTHER
                   PERFORM 001-INCLUI
               PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               CLOSE TURMA
               PERFORM 038-REGISTRA-TURMA
               DISPLAY '#########################################'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' LANCAMENTO(S) GRAVADO(S).'
               DISPLAY 'ESTE ALUNO JA TEM NOTAS LANCADAS NESTA '
                   'MATERIA - USE O MODO DE CORRECAO.'
           ELSE
               MOVE WRK-TURMA-ID TO WRK-TURMA-DIARIO
               PERFORM 032-CONFERE-DIARIO
               IF WRK-ETAPA-FECHADA GREATER THAN ZEROS
                   AND WRK-PODE-FECHADO NOT EQUAL 'S'
                   DISPLAY 'DIARIO FECHADO - INCLUSAO SO COM O '
                       'COORDENADOR.'
                   MOVE 'N' TO WRK-DIARIO-OK
               END-IF
           END-IF.
           IF IDX-ACHADO EQUAL ZEROS AND WRK-DIARIO-OK EQUAL 'S'
               MOVE WRK-NOME TO TURMA-NOME
               MOVE WRK-MATERIA TO TURMA-MATERIA
               DISPLAY 'N1'
               WRITE TURMA-REG
               IF WS-TURMA-STATUS EQUAL '00'
                   ADD 1 TO WRITE-COUNT
                   IF WRK-ETAPA-FECHADA GREATER THAN ZEROS
                       MOVE 'INCLUI NOTA' TO WRK-AUD-OPERACAO
                       MOVE SPACES TO WRK-AUD-MOTIVO
                       STRING WRK-NOME(1:9) DELIMITED BY SIZE
                           ' INCLUSAO' DELIMITED BY SIZE
                           INTO WRK-AUD-MOTIVO
                       END-STRING
                       PERFORM 034-GRAVA-AUDITORIA
                   END-IF
      *    A tabela da sessao acompanha o arquivo, para a critica
      *    de duplicidade valer tambem dentro da mesma sessao.
                   IF QTD-TURMA LESS THAN 300
               UNTIL WRK-MATERIA NOT EQUAL SPACES.

       013-PEDE-MATERIA.
           IF WRK-VALIDA-CADASTRO EQUAL 'S'
               DISPLAY 'MATERIA (CODIGO OU NOME): '
           ELSE
               DISPLAY 'MATERIA: '
           END-IF.
           ACCEPT WRK-MATERIA.
           IF WRK-MATERIA EQUAL SPACES
               DISPLAY 'MATERIA EM BRANCO - DIGITE A MATERIA.'
           ELSE
               IF WRK-VALIDA-CADASTRO EQUAL 'S'
                   PERFORM 018-CONFERE-MATERIA
               END-IF
           END-IF.

       006-ACEITA-NOTA.
      **
      * A blank answer at any prompt keeps the value already on
      * file, the same convention PROG009 uses in its correction
      * mode. In a closed diario the grades of the closed etapas,
      * the faltas and the turma are only offered to a coordenador
      * or supervisor, and each change made is audited.
      **
           DISPLAY 'DADOS ATUAIS:'.
           MOVE TABTUR-N1(IDX-ACHADO) TO WRK-NOTA-ED.
           DISPLAY 'N3: ' WRK-NOTA-ED.
           DISPLAY 'FALTAS: ' TABTUR-FALTAS(IDX-ACHADO).
           DISPLAY 'TURMA: ' TABTUR-ID(IDX-ACHADO).
           MOVE TABTUR-ID(IDX-ACHADO) TO WRK-TURMA-DIARIO.
           PERFORM 032-CONFERE-DIARIO.
           MOVE 'N1' TO WRK-AUD-ROTULO.
           MOVE 1 TO WRK-ETAPA-CAMPO.
           MOVE TABTUR-N1(IDX-ACHADO) TO WRK-NOTA-ATUAL.
           PERFORM 028-CORRIGE-NOTA-ETAPA.
           MOVE WRK-NOTA-ATUAL TO TABTUR-N1(IDX-ACHADO).
           MOVE 'N2' TO WRK-AUD-ROTULO.
           MOVE 2 TO WRK-ETAPA-CAMPO.
           MOVE TABTUR-N2(IDX-ACHADO) TO WRK-NOTA-ATUAL.
           PERFORM 028-CORRIGE-NOTA-ETAPA.
           MOVE WRK-NOTA-ATUAL TO TABTUR-N2(IDX-ACHADO).
           MOVE 'N3' TO WRK-AUD-ROTULO.
           MOVE 3 TO WRK-ETAPA-CAMPO.
           MOVE TABTUR-N3(IDX-ACHADO) TO WRK-NOTA-ATUAL.
           PERFORM 028-CORRIGE-NOTA-ETAPA.
           MOVE WRK-NOTA-ATUAL TO TABTUR-N3(IDX-ACHADO).
           IF WRK-ETAPA-FECHADA GREATER THAN ZEROS
               AND WRK-PODE-FECHADO NOT EQUAL 'S'
               DISPLAY 'FALTAS E TURMA FECHADAS NO DIARIO - '
                   'ALTERACAO SO COM O COORDENADOR.'
           ELSE
               PERFORM 029-CORRIGE-FALTAS-TURMA
           END-IF.

       023-CORRIGE-NOTA.
               PERFORM 027-REGRAVA-ITEM VARYING IDX-TURMA FROM 1 BY 1
                   UNTIL IDX-TURMA GREATER THAN QTD-TURMA
               CLOSE TURMA
               PERFORM 038-REGISTRA-TURMA
               DISPLAY 'ARQUIVO REGRAVADO COM ' QTD-TURMA
                   ' LANCAMENTO(S).'
           END-IF.
           MOVE TABTUR-ID(IDX-TURMA) TO TURMA-ID.
           WRITE TURMA-REG.

       028-CORRIGE-NOTA-ETAPA.
      **
      * Corrects one grade kept in WRK-NOTA-ATUAL; WRK-ETAPA-CAMPO
      * is its etapa, closed when not above WRK-ETAPA-FECHADA.
      **
           IF WRK-ETAPA-CAMPO NOT GREATER THAN WRK-ETAPA-FECHADA
               AND WRK-PODE-FECHADO NOT EQUAL 'S'
               DISPLAY WRK-AUD-ROTULO ' FECHADA NO DIARIO - '
                   'ALTERACAO SO COM O COORDENADOR.'
           ELSE
               DISPLAY 'NOVA ' WRK-AUD-ROTULO
                   ' (BRANCO MANTEM A ATUAL)'
               PERFORM 023-CORRIGE-NOTA
               IF WRK-NOTA-ENTRADA NOT EQUAL SPACES
                   IF WRK-ETAPA-CAMPO NOT GREATER THAN
                       WRK-ETAPA-FECHADA
                       AND WRK-NOTA-NUM NOT EQUAL WRK-NOTA-ATUAL
                       MOVE WRK-NOTA-ATUAL TO WRK-AUD-ANTES
                       MOVE WRK-NOTA-NUM TO WRK-AUD-DEPOIS
                       PERFORM 035-AUDITA-ALTERACAO
                   END-IF
                   MOVE WRK-NOTA-NUM TO WRK-NOTA-ATUAL
               END-IF
           END-IF.

       029-CORRIGE-FALTAS-TURMA.
           DISPLAY 'NOVAS FALTAS (BRANCO MANTEM AS ATUAIS)'.
           MOVE SPACES TO WRK-FALTAS-ENTRADA.
           PERFORM 024-PEDE-FALTAS-CORRECAO WITH TEST AFTER
               UNTIL WRK-FALTAS-ENTRADA EQUAL SPACES
               OR WRK-FALTAS-ENTRADA NUMERIC.
           IF WRK-FALTAS-ENTRADA NOT EQUAL SPACES
               IF WRK-ETAPA-FECHADA GREATER THAN ZEROS
                   AND WRK-FALTAS-ENTRADA
                   NOT EQUAL TABTUR-FALTAS(IDX-ACHADO)
                   MOVE 'FA' TO WRK-AUD-ROTULO
                   MOVE TABTUR-FALTAS(IDX-ACHADO)
                       TO WRK-AUD-ANTES-FALTAS
                   MOVE WRK-FALTAS-ENTRADA TO WRK-AUD-DEPOIS-FALTAS
                   PERFORM 035-AUDITA-ALTERACAO
               END-IF
               MOVE WRK-FALTAS-ENTRADA TO TABTUR-FALTAS(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVA TURMA (BRANCO MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-TURMA-ID.
           ACCEPT WRK-TURMA-ID.
           IF WRK-TURMA-ID NOT EQUAL SPACES
               AND WRK-TURMA-ID NOT EQUAL TABTUR-ID(IDX-ACHADO)
               PERFORM 036-CONFERE-NOVA-TURMA
           END-IF.

       030-LISTA.
      **
      * Prints the whole grade sheet, for a quick visual check
               ' FALTAS ' TABTUR-FALTAS(IDX-TURMA)
               ' TURMA ' TABTUR-ID(IDX-TURMA).

       014-CARREGA-CADASTROS.
      **
      * Loads the subjects and assignments masters; without either
      * file the materia stays free text, as it was before them.
      **
           MOVE ZEROS TO QTD-MATERIAS.
           MOVE ZEROS TO QTD-ATRIBUICOES.
           OPEN INPUT MATERIAS.
           IF WS-MAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-MATERIAS
               READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS
               END-READ
               PERFORM 015-CARREGA-MATERIA-ITEM
                   UNTIL FLAG-MATERIAS EQUAL TO 1
               CLOSE MATERIAS
           END-IF.
           OPEN INPUT ATRIBUICOES.
           IF WS-ATR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ATRIBUICOES
               READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES
               END-READ
               PERFORM 016-CARREGA-ATRIBUICAO-ITEM
                   UNTIL FLAG-ATRIBUICOES EQUAL TO 1
               CLOSE ATRIBUICOES
           END-IF.
           IF QTD-MATERIAS GREATER THAN ZEROS
               AND WS-ATR-STATUS NOT EQUAL '35'
               MOVE 'S' TO WRK-VALIDA-CADASTRO
           ELSE
               MOVE 'N' TO WRK-VALIDA-CADASTRO
               DISPLAY 'AVISO: CADASTROS DE MATERIAS E ATRIBUICOES '
                   'AUSENTES - MATERIA SEM CONFERENCIA.'
           END-IF.

       015-CARREGA-MATERIA-ITEM.
      **
      * TABELA-MATERIAS so comporta 100 materias, o limite do
      * cadastro do PROG054.
      **
           IF QTD-MATERIAS LESS THAN 100
               ADD 1 TO QTD-MATERIAS
               MOVE MAT-CODIGO TO TABMAT-CODIGO(QTD-MATERIAS)
               MOVE MAT-NOME TO TABMAT-NOME(QTD-MATERIAS)
           END-IF.
           READ MATERIAS AT END MOVE 1 TO FLAG-MATERIAS.

       016-CARREGA-ATRIBUICAO-ITEM.
      **
      * TABELA-ATRIBUICOES so comporta 300 atribuicoes, o limite
      * do cadastro do PROG054.
      **
           IF QTD-ATRIBUICOES LESS THAN 300
               ADD 1 TO QTD-ATRIBUICOES
               MOVE ATR-TURMA TO TABATR-TURMA(QTD-ATRIBUICOES)
               MOVE ATR-MATERIA TO TABATR-MATERIA(QTD-ATRIBUICOES)
               MOVE ATR-ETAPA-FECHADA
                   TO TABATR-ETAPA-FECHADA(QTD-ATRIBUICOES)
               MOVE ATR-DATA-FECHAMENTO
                   TO TABATR-DATA-FECHAMENTO(QTD-ATRIBUICOES)
           END-IF.
           READ ATRIBUICOES AT END MOVE 1 TO FLAG-ATRIBUICOES.

       017-PROCURA-CODIGO-MATERIA.
           IF TABMAT-CODIGO(IDX-MATERIA) EQUAL WRK-MAT-CODIGO
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       018-CONFERE-MATERIA.
      **
      * Takes the materia typed as a code or a name of the master
      * and replaces it by the master name, so "MATEMATICA" is
      * always spelled one way; an unknown one is blanked to be
      * asked again.
      **
           MOVE ZEROS TO IDX-MAT-ACHADA.
           MOVE WRK-MATERIA TO WRK-MAT-CODIGO.
           IF WRK-MATERIA(5:11) EQUAL SPACES
               PERFORM 017-PROCURA-CODIGO-MATERIA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               PERFORM 019-PROCURA-NOME-CADASTRO
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA GREATER THAN QTD-MATERIAS
           END-IF.
           IF IDX-MAT-ACHADA EQUAL ZEROS
               DISPLAY 'MATERIA NAO CADASTRADA - DIGITE O CODIGO OU '
                   'O NOME DO CADASTRO.'
               MOVE SPACES TO WRK-MATERIA
           ELSE
               MOVE TABMAT-CODIGO(IDX-MAT-ACHADA) TO WRK-MAT-CODIGO
               MOVE TABMAT-NOME(IDX-MAT-ACHADA) TO WRK-MATERIA
           END-IF.

       019-PROCURA-NOME-CADASTRO.
           IF TABMAT-NOME(IDX-MATERIA) EQUAL WRK-MATERIA
               MOVE IDX-MATERIA TO IDX-MAT-ACHADA
           END-IF.

       032-CONFERE-DIARIO.
      **
      * Looks up the assignment of WRK-TURMA-DIARIO and the materia
      * and leaves in WRK-ETAPA-FECHADA the last etapa its teacher
      * closed (zero while the diario is open); WRK-DIARIO-OK is
      * 'N' when the pair has no teacher assigned.
      **
           MOVE 'S' TO WRK-DIARIO-OK.
           MOVE ZEROS TO WRK-ETAPA-FECHADA.
           IF WRK-VALIDA-CADASTRO EQUAL 'S'
               MOVE ZEROS TO IDX-ATR-ACHADA
               PERFORM 033-PROCURA-ATRIBUICAO
                   VARYING IDX-ATRIBUICAO FROM 1 BY 1
                   UNTIL IDX-ATRIBUICAO GREATER THAN QTD-ATRIBUICOES
               IF IDX-ATR-ACHADA EQUAL ZEROS
                   DISPLAY 'TURMA ' WRK-TURMA-DIARIO ' SEM PROFESSOR '
                       'ATRIBUIDO EM ' WRK-MATERIA
                   MOVE 'N' TO WRK-DIARIO-OK
               ELSE
                   MOVE TABATR-ETAPA-FECHADA(IDX-ATR-ACHADA)
                       TO WRK-ETAPA-FECHADA
               END-IF
           END-IF.
           IF WRK-ETAPA-FECHADA GREATER THAN ZEROS
               MOVE TABATR-DATA-FECHAMENTO(IDX-ATR-ACHADA)
                   TO WRK-DATA-ED
               DISPLAY 'DIARIO FECHADO ATE A ETAPA ' WRK-ETAPA-FECHADA
                   ' EM ' WRK-DATA-ED
           END-IF.

       033-PROCURA-ATRIBUICAO.
           IF TABATR-TURMA(IDX-ATRIBUICAO) EQUAL WRK-TURMA-DIARIO
               AND TABATR-MATERIA(IDX-ATRIBUICAO) EQUAL WRK-MAT-CODIGO
               MOVE IDX-ATRIBUICAO TO IDX-ATR-ACHADA
           END-IF.

       034-GRAVA-AUDITORIA.
      **
      * One audit line per grade entered or changed in a closed
      * diario; the first write on a brand-new machine builds the
      * file first.
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
               MOVE 'PROG024' TO AUD-PROGRAMA
               MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE WRK-TURMA-DIARIO TO AUD-CPF(1:6)
               MOVE WRK-MAT-CODIGO TO AUD-CPF(8:4)
               MOVE WRK-AUD-MOTIVO TO AUD-MOTIVO
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
               CLOSE AUDITORIA
           END-IF.

       035-AUDITA-ALTERACAO.
           MOVE 'ALTERA NOTA' TO WRK-AUD-OPERACAO.
           MOVE SPACES TO WRK-AUD-MOTIVO.
           STRING TABTUR-NOME(IDX-ACHADO)(1:9) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-AUD-ALTERACAO DELIMITED BY SIZE
               INTO WRK-AUD-MOTIVO
           END-STRING.
           PERFORM 034-GRAVA-AUDITORIA.

       036-CONFERE-NOVA-TURMA.
      **
      * Moving a row to another turma needs that turma assigned for
      * the materia too, and a coordenador when its diario is
      * closed; the move is audited when either diario is closed.
      **
           MOVE WRK-TURMA-ID TO WRK-TURMA-DIARIO.
           PERFORM 032-CONFERE-DIARIO.
           MOVE WRK-ETAPA-FECHADA TO WRK-ETAPA-CAMPO.
           IF WRK-ETAPA-CAMPO GREATER THAN ZEROS
               AND WRK-PODE-FECHADO NOT EQUAL 'S'
               DISPLAY 'TURMA DE DESTINO COM DIARIO FECHADO - '
                   'ALTERACAO SO COM O COORDENADOR.'
               MOVE 'N' TO WRK-DIARIO-OK
           END-IF.
           IF WRK-DIARIO-OK EQUAL 'N'
               DISPLAY 'TURMA MANTIDA.'
           ELSE
               MOVE TABTUR-ID(IDX-ACHADO) TO WRK-TURMA-DIARIO
               PERFORM 032-CONFERE-DIARIO
               IF WRK-ETAPA-FECHADA GREATER THAN ZEROS
                   OR WRK-ETAPA-CAMPO GREATER THAN ZEROS
                   MOVE 'ALTERA TURMA' TO WRK-AUD-OPERACAO
                   MOVE SPACES TO WRK-AUD-MOTIVO
                   STRING TABTUR-NOME(IDX-ACHADO)(1:9)
                       DELIMITED BY SIZE
                       ' >' DELIMITED BY SIZE
                       WRK-TURMA-ID DELIMITED BY SIZE
                       INTO WRK-AUD-MOTIVO
                   END-STRING
                   PERFORM 034-GRAVA-AUDITORIA
               END-IF
               MOVE WRK-TURMA-ID TO TABTUR-ID(IDX-ACHADO)
           END-IF.

       037-CONFERE-CONTROLE.
      **
      * TURMA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it before new grades go on top of it; a file
      * edited outside the suite is not written (PROG064 logs the
      * mismatch) until a supervisor resyncs it in PROG063.
      **
           MOVE 'V' TO CTP-FUNCAO.
           PERFORM 039-CHAMA-CONTROLE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       038-REGISTRA-TURMA.
      **
      * TURMA.TXT was just written: its new count and hash total
      * become the register line.
      **
           MOVE 'G' TO CTP-FUNCAO.
           PERFORM 039-CHAMA-CONTROLE.

       039-CHAMA-CONTROLE.
           MOVE 'TURMA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG024' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.

      ** add other procedures here
       END PROGRAM PROG024.
