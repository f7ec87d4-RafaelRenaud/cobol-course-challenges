           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIZRES-STATUS.
      *-----------------------
      * ALUNOS.TXT, the enrollment master kept by PROG023: quiz,
      * worksheet correction and treino dirigido identify the
      * student by matricula, so every session carries the name of
      * the master and the matricula the activity grade of PROG056
      * is keyed on.
      *-----------------------
           SELECT ALUNOS ASSIGN TO 'ALUNOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUNOS-STATUS.
      *-----------------------
      * QUIZERR.TXT guarda cada pergunta errada do quiz (aluno,
      * fato e data), para o relatorio do PROG027 apontar as
      * tabuadas mais erradas.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUIZERR-STATUS.
      *-----------------------
      * TREINO.TXT guarda, por aluno e fato, os acertos seguidos do
      * treino dirigido e se o fato ja foi dominado (retirado do
      * treino); regravado inteiro ao fim de cada sessao.
      *-----------------------
           SELECT TREINO ASSIGN TO 'TREINO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TREINO-STATUS.
      *-----------------------
      * Folha de exercicios em branco para os alunos e gabarito
      * separado para o professor, ambos regravados a cada geracao.
      *-----------------------
       FD GABARITO.
       01 GAB-REG PIC X(40).
       FD QUIZRES.
       COPY QUIZRES.
       FD ALUNOS.
       COPY ALUNO.
       FD QUIZERR.
       COPY QUIZERR.
       FD TREINO.
       COPY TREINO.
       FD ALUNORESP.
       01 RESP-REG PIC X(20).
       FD PARAMETROS.
       77 WRK-ERROS PIC 9(3) VALUE ZEROS.
       77 WS-QUIZERR-STATUS PIC X(2) VALUE SPACES.
      *-----------------------
      * Identificacao do aluno pela matricula do cadastro de
      * alunos; com ALUNOS.TXT ausente ou vazio o nome e digitado,
      * como antes, e a matricula sai zerada. Matricula fora do
      * cadastro, ou de aluno transferido para fora da escola,
      * cancela a sessao.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
       77 WRK-MATRICULA-ENTRADA PIC X(6) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-ALUNO-OK PIC X(1) VALUE 'S'.
      *-----------------------
      * Correcao de folha do modo (4): o gabarito e relido item a
      * item (linhas com '=' e resultado), a resposta do aluno vem
      * de ALUNORESP.TXT ou do console, e o placar final entra em
       77 WRK-PARM-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Treino dirigido do modo (5): os fatos que o aluno errou no
      * QUIZERR.TXT e ainda nao domina, do mais errado ao menos
      * errado, em rodadas - a rodada N traz os fatos com N ou mais
      * erros - ate completar a sessao. WRK-SEGUIDOS-DOMINIO
      * acertos seguidos retiram o fato do treino. A sessao entra
      * em QUIZRES.TXT com QR-NUMEROS = 'TREINO DIRIGIDO'.
       77 WS-TREINO-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-QUIZERR PIC 9(1) VALUE 0.
       77 FLAG-TREINO PIC 9(1) VALUE 0.
       77 WRK-SEGUIDOS-DOMINIO PIC 9(1) VALUE 3.
       77 WRK-QTD-PERGUNTAS PIC 9(2) VALUE 10.
       77 WRK-QTD-ABERTOS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-DOMINADOS PIC 9(3) VALUE ZEROS.
       77 WRK-RODADA PIC 9(3) VALUE ZEROS.
       77 WRK-INCLUIDOS-RODADA PIC 9(3) VALUE ZEROS.
       77 WRK-TREINO-OK PIC X(1) VALUE 'S'.
       01 TABELA-FATOS.
           05 FATO-ITEM OCCURS 100 TIMES.
               10 TABFATO-USERNUM PIC 9(2).
               10 TABFATO-OPERACAO PIC X(1).
               10 TABFATO-LINHA PIC 9(2).
               10 TABFATO-ERROS PIC 9(3).
               10 TABFATO-ULTIMO-ERRO PIC 9(8).
               10 TABFATO-TREINO PIC 9(3).
       01 WRK-FATO-TROCA PIC X(19) VALUE SPACES.
       77 QTD-FATOS PIC 9(3) VALUE ZEROS.
       77 IDX-FATO PIC 9(3) VALUE ZEROS.
       77 IDX-FATO-ACHADO PIC 9(3) VALUE ZEROS.
       77 IDX-FATO-MAIOR PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-FATOS PIC 9(1) VALUE 0.
       01 TABELA-TREINO.
           05 TREINO-ITEM OCCURS 500 TIMES.
               10 TABTRE-ALUNO PIC X(30).
               10 TABTRE-USERNUM PIC 9(2).
               10 TABTRE-OPERACAO PIC X(1).
               10 TABTRE-LINHA PIC 9(2).
               10 TABTRE-SEGUIDOS PIC 9(1).
               10 TABTRE-SITUACAO PIC X(1).
               10 TABTRE-DATA-DOMINIO PIC 9(8).
       77 QTD-TREINO PIC 9(3) VALUE ZEROS.
       77 IDX-TREINO PIC 9(3) VALUE ZEROS.
       77 IDX-TRE-ACHADO PIC 9(3) VALUE ZEROS.
       01 TABELA-SESSAO.
           05 SESSAO-FATO PIC 9(3) OCCURS 50 TIMES.
       77 QTD-SESSAO PIC 9(2) VALUE ZEROS.
       77 IDX-SESSAO PIC 9(2) VALUE ZEROS.
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'MODO: (1) RELATORIO  (2) QUIZ'.
           DISPLAY '      (3) FOLHA DE EXERCICIOS'.
           DISPLAY '      (4) CORRECAO DE FOLHA'.
           DISPLAY '      (5) TREINO DIRIGIDO'.
           PERFORM 018-OBTEM-RESPOSTA.
           MOVE WRK-PARM-RESPOSTA(1:1) TO WRK-MODO.
           EVALUATE WRK-MODO
                   PERFORM 014-FOLHA-EXERCICIOS
               WHEN '4'
                   PERFORM 022-CORRECAO-FOLHA
               WHEN '5'
                   PERFORM 025-TREINO-DIRIGIDO
               WHEN OTHER
                   PERFORM 009-ABRE-TABUADA
                   PERFORM 000-HEADER 2 TIMES
               UNTIL IDX-NUMERO > QTD-NUMEROS.
           CLOSE FOLHAEXER.
           CLOSE GABARITO.
           MOVE 'FOLHAEXER.TXT' TO SPP-ARQUIVO.
           MOVE 'FOLHA DE EXERCICIOS - TABUADA' TO SPP-DESCRICAO.
           PERFORM 046-GUARDA-SPOOL.
           MOVE 'GABARITO.TXT' TO SPP-ARQUIVO.
           MOVE 'GABARITO DO PROFESSOR - TABUADA'
               TO SPP-DESCRICAO.
           PERFORM 046-GUARDA-SPOOL.
           DISPLAY 'FOLHA DE EXERCICIOS GERADA COM '
               WRK-QTD-EXERCICIOS ' EXERCICIO(S).'.

      * the console, wrong items are shown with the correct result,
      * and the score joins the quiz history in QUIZRES.TXT.
      **
           PERFORM 041-IDENTIFICA-ALUNO.
           IF WRK-ALUNO-OK EQUAL 'S'
               PERFORM 043-CORRIGE-FOLHA-ALUNO
           END-IF.

       043-CORRIGE-FOLHA-ALUNO.
           OPEN INPUT GABARITO.
           IF WS-GAB-STATUS NOT EQUAL '00'
               DISPLAY 'GABARITO.TXT NAO ENCONTRADO - GERE A FOLHA '
      * shows "7 X 8 = ?", the student answers, and the session
      * ends with the score on screen and saved to QUIZRES.TXT.
      **
           PERFORM 041-IDENTIFICA-ALUNO.
           IF WRK-ALUNO-OK EQUAL 'S'
               PERFORM 044-QUIZ-ALUNO
           END-IF.

       044-QUIZ-ALUNO.
           PERFORM 001-USER-INPUT.
           MOVE ZEROS TO WRK-ACERTOS.
           MOVE ZEROS TO WRK-ERROS.
           MOVE WRK-ERROS TO QR-ERROS.
           MOVE WRK-DATA-EXEC TO QR-DATA.
           MOVE WRK-HORA-EXEC TO QR-HORA.
           MOVE WRK-MATRICULA TO QR-MATRICULA.
           WRITE QUIZRES-REG.
           CLOSE QUIZRES.

               CLOSE EXECLOG
           END-IF.

       025-TREINO-DIRIGIDO.
      **
      * Drill session built from the student's own misses: the
      * facts of QUIZERR.TXT not yet mastered, most-missed first
      * and repeated in proportion to their misses. Right answers
      * in a row retire a fact; a miss puts it back to zero and is
      * logged in QUIZERR.TXT like any quiz miss.
      **
           PERFORM 041-IDENTIFICA-ALUNO.
           IF WRK-ALUNO-OK EQUAL 'S'
               PERFORM 045-TREINO-ALUNO
           END-IF.

       045-TREINO-ALUNO.
           DISPLAY 'QUANTIDADE DE PERGUNTAS (1-50, BRANCO = 10): '.
           PERFORM 018-OBTEM-RESPOSTA.
           MOVE 10 TO WRK-QTD-PERGUNTAS.
           IF WRK-PARM-RESPOSTA NOT EQUAL SPACES
               AND FUNCTION TEST-NUMVAL(WRK-PARM-RESPOSTA) EQUAL ZEROS
               AND FUNCTION NUMVAL(WRK-PARM-RESPOSTA) GREATER THAN 0
               AND FUNCTION NUMVAL(WRK-PARM-RESPOSTA) NOT GREATER
               THAN 50
               COMPUTE WRK-QTD-PERGUNTAS =
                   FUNCTION NUMVAL(WRK-PARM-RESPOSTA)
           END-IF.
           MOVE 'S' TO WRK-TREINO-OK.
           PERFORM 026-CARREGA-TREINO.
           IF WRK-TREINO-OK EQUAL 'S'
               PERFORM 028-CARREGA-ERROS
               MOVE ZEROS TO WRK-QTD-ABERTOS
               MOVE ZEROS TO WRK-QTD-DOMINADOS
               PERFORM 030-SITUA-FATO VARYING IDX-FATO FROM 1 BY 1
                   UNTIL IDX-FATO GREATER THAN QTD-FATOS
           END-IF.
           IF WRK-TREINO-OK EQUAL 'S'
               PERFORM QUEBRA
               DISPLAY 'TREINO DE ' WRK-ALUNO
               DISPLAY 'FATOS EM ABERTO: ' WRK-QTD-ABERTOS
                   '  DOMINADOS: ' WRK-QTD-DOMINADOS
               IF WRK-QTD-ABERTOS EQUAL ZEROS
                   DISPLAY 'NENHUM FATO EM ABERTO - NADA A TREINAR.'
               ELSE
                   PERFORM 031-ORDENA-FATOS
                       VARYING IDX-FATO FROM 1 BY 1
                       UNTIL IDX-FATO GREATER THAN QTD-FATOS
                   PERFORM 033-MONTA-SESSAO
                   MOVE ZEROS TO WRK-ACERTOS
                   MOVE ZEROS TO WRK-ERROS
                   PERFORM 035-PERGUNTA-TREINO
                       VARYING IDX-SESSAO FROM 1 BY 1
                       UNTIL IDX-SESSAO GREATER THAN QTD-SESSAO
                   PERFORM 038-REGRAVA-TREINO
                   PERFORM QUEBRA
                   DISPLAY 'PLACAR DE ' WRK-ALUNO
                   DISPLAY 'ACERTOS: ' WRK-ACERTOS
                       '  ERROS: ' WRK-ERROS
                   MOVE 'TREINO DIRIGIDO' TO WRK-NUMEROS
                   MOVE SPACE TO OPERACAO-SINAL
                   MOVE ZEROS TO LINHA-INICIO
                   MOVE ZEROS TO LINHA-FIM
                   PERFORM 013-GRAVA-QUIZRES
               END-IF
           END-IF.

       026-CARREGA-TREINO.
           MOVE ZEROS TO QTD-TREINO.
           OPEN INPUT TREINO.
           IF WS-TREINO-STATUS EQUAL '00'
               MOVE 0 TO FLAG-TREINO
               READ TREINO AT END MOVE 1 TO FLAG-TREINO
               END-READ
               PERFORM 027-CARREGA-TREINO-ITEM
                   UNTIL FLAG-TREINO EQUAL TO 1
               CLOSE TREINO
           END-IF.

       027-CARREGA-TREINO-ITEM.
      **
      * TABELA-TREINO so comporta 500 fatos; alem disso o treino e
      * abortado para nao truncar o arquivo na regravacao.
      **
           IF QTD-TREINO LESS THAN 500
               ADD 1 TO QTD-TREINO
               MOVE TRE-ALUNO TO TABTRE-ALUNO(QTD-TREINO)
               MOVE TRE-USERNUM TO TABTRE-USERNUM(QTD-TREINO)
               MOVE TRE-OPERACAO TO TABTRE-OPERACAO(QTD-TREINO)
               MOVE TRE-LINHA TO TABTRE-LINHA(QTD-TREINO)
               MOVE TRE-SEGUIDOS TO TABTRE-SEGUIDOS(QTD-TREINO)
               MOVE TRE-SITUACAO TO TABTRE-SITUACAO(QTD-TREINO)
               MOVE TRE-DATA-DOMINIO
                   TO TABTRE-DATA-DOMINIO(QTD-TREINO)
           ELSE
               DISPLAY 'TREINO.TXT EXCEDE 500 FATOS - TREINO '
                   'ABORTADO.'
               MOVE 'N' TO WRK-TREINO-OK
               MOVE 1 TO FLAG-TREINO
           END-IF.
           IF FLAG-TREINO NOT EQUAL 1
               READ TREINO AT END MOVE 1 TO FLAG-TREINO
               END-READ
           END-IF.

       028-CARREGA-ERROS.
      **
      * The student's misses from QUIZERR.TXT, one table entry per
      * fact with its miss count and the day of the latest miss.
      **
           MOVE ZEROS TO QTD-FATOS.
           MOVE 0 TO FLAG-LIMITE-FATOS.
           OPEN INPUT QUIZERR.
           IF WS-QUIZERR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-QUIZERR
               READ QUIZERR AT END MOVE 1 TO FLAG-QUIZERR
               END-READ
               PERFORM 029-CARREGA-ERRO-ITEM
                   UNTIL FLAG-QUIZERR EQUAL TO 1
               CLOSE QUIZERR
           END-IF.

       029-CARREGA-ERRO-ITEM.
      **
      * TABELA-FATOS so comporta 100 fatos por aluno; alem disso os
      * excedentes sao ignorados com um unico aviso.
      **
           IF QE-ALUNO EQUAL WRK-ALUNO
               MOVE ZEROS TO IDX-FATO-ACHADO
               PERFORM 032-PROCURA-FATO
                   VARYING IDX-FATO FROM 1 BY 1
                   UNTIL IDX-FATO GREATER THAN QTD-FATOS
               IF IDX-FATO-ACHADO GREATER THAN ZEROS
                   ADD 1 TO TABFATO-ERROS(IDX-FATO-ACHADO)
                   IF QE-DATA GREATER THAN
                       TABFATO-ULTIMO-ERRO(IDX-FATO-ACHADO)
                       MOVE QE-DATA
                           TO TABFATO-ULTIMO-ERRO(IDX-FATO-ACHADO)
                   END-IF
               ELSE
                   IF QTD-FATOS LESS THAN 100
                       ADD 1 TO QTD-FATOS
                       MOVE QE-USERNUM TO TABFATO-USERNUM(QTD-FATOS)
                       MOVE QE-OPERACAO
                           TO TABFATO-OPERACAO(QTD-FATOS)
                       MOVE QE-LINHA TO TABFATO-LINHA(QTD-FATOS)
                       MOVE 1 TO TABFATO-ERROS(QTD-FATOS)
                       MOVE QE-DATA TO TABFATO-ULTIMO-ERRO(QTD-FATOS)
                       MOVE ZEROS TO TABFATO-TREINO(QTD-FATOS)
                   ELSE
                       IF FLAG-LIMITE-FATOS EQUAL 0
                           DISPLAY 'AVISO: MAIS DE 100 FATOS ERRADOS '
                               '- TREINO PARCIAL.'
                           MOVE 1 TO FLAG-LIMITE-FATOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ QUIZERR AT END MOVE 1 TO FLAG-QUIZERR.

       030-SITUA-FATO.
      **
      * Ties each missed fact to its TREINO.TXT line, creating one
      * for a fact never drilled; a mastered fact missed again on a
      * later day is reopened with its count of right answers back
      * to zero.
      **
           MOVE ZEROS TO IDX-TRE-ACHADO.
           PERFORM 036-PROCURA-TREINO
               VARYING IDX-TREINO FROM 1 BY 1
               UNTIL IDX-TREINO GREATER THAN QTD-TREINO.
           IF IDX-TRE-ACHADO EQUAL ZEROS
               IF QTD-TREINO LESS THAN 500
                   ADD 1 TO QTD-TREINO
                   MOVE QTD-TREINO TO IDX-TRE-ACHADO
                   MOVE WRK-ALUNO TO TABTRE-ALUNO(QTD-TREINO)
                   MOVE TABFATO-USERNUM(IDX-FATO)
                       TO TABTRE-USERNUM(QTD-TREINO)
                   MOVE TABFATO-OPERACAO(IDX-FATO)
                       TO TABTRE-OPERACAO(QTD-TREINO)
                   MOVE TABFATO-LINHA(IDX-FATO)
                       TO TABTRE-LINHA(QTD-TREINO)
                   MOVE ZEROS TO TABTRE-SEGUIDOS(QTD-TREINO)
                   MOVE 'A' TO TABTRE-SITUACAO(QTD-TREINO)
                   MOVE ZEROS TO TABTRE-DATA-DOMINIO(QTD-TREINO)
               ELSE
                   DISPLAY 'TREINO.TXT EXCEDE 500 FATOS - TREINO '
                       'ABORTADO.'
                   MOVE 'N' TO WRK-TREINO-OK
                   MOVE QTD-FATOS TO IDX-FATO
               END-IF
           END-IF.
           IF IDX-TRE-ACHADO GREATER THAN ZEROS
               MOVE IDX-TRE-ACHADO TO TABFATO-TREINO(IDX-FATO)
               IF TABTRE-SITUACAO(IDX-TRE-ACHADO) EQUAL 'D'
                   AND TABFATO-ULTIMO-ERRO(IDX-FATO) GREATER THAN
                   TABTRE-DATA-DOMINIO(IDX-TRE-ACHADO)
                   MOVE 'A' TO TABTRE-SITUACAO(IDX-TRE-ACHADO)
                   MOVE ZEROS TO TABTRE-SEGUIDOS(IDX-TRE-ACHADO)
                   MOVE ZEROS TO TABTRE-DATA-DOMINIO(IDX-TRE-ACHADO)
               END-IF
               IF TABTRE-SITUACAO(IDX-TRE-ACHADO) EQUAL 'D'
                   ADD 1 TO WRK-QTD-DOMINADOS
               ELSE
                   ADD 1 TO WRK-QTD-ABERTOS
               END-IF
           END-IF.

       031-ORDENA-FATOS.
      **
      * One step of the selection sort that leaves the facts most
      * missed first: the biggest miss-count from this position on
      * is swapped into it.
      **
           MOVE IDX-FATO TO IDX-FATO-MAIOR.
           PERFORM 034-PROCURA-MAIOR
               VARYING IDX-FATO-ACHADO FROM IDX-FATO BY 1
               UNTIL IDX-FATO-ACHADO GREATER THAN QTD-FATOS.
           IF IDX-FATO-MAIOR NOT EQUAL IDX-FATO
               MOVE FATO-ITEM(IDX-FATO) TO WRK-FATO-TROCA
               MOVE FATO-ITEM(IDX-FATO-MAIOR) TO FATO-ITEM(IDX-FATO)
               MOVE WRK-FATO-TROCA TO FATO-ITEM(IDX-FATO-MAIOR)
           END-IF.

       032-PROCURA-FATO.
           IF TABFATO-USERNUM(IDX-FATO) EQUAL QE-USERNUM
               AND TABFATO-OPERACAO(IDX-FATO) EQUAL QE-OPERACAO
               AND TABFATO-LINHA(IDX-FATO) EQUAL QE-LINHA
               MOVE IDX-FATO TO IDX-FATO-ACHADO
           END-IF.

       033-MONTA-SESSAO.
      **
      * Round N takes, most-missed first, the open facts missed N
      * times or more, until the session is full or a round finds
      * nothing left to add.
      **
           MOVE ZEROS TO QTD-SESSAO.
           MOVE ZEROS TO WRK-RODADA.
           MOVE 1 TO WRK-INCLUIDOS-RODADA.
           PERFORM 037-MONTA-RODADA
               UNTIL QTD-SESSAO NOT LESS THAN WRK-QTD-PERGUNTAS
               OR WRK-INCLUIDOS-RODADA EQUAL ZEROS.

       034-PROCURA-MAIOR.
           IF TABFATO-ERROS(IDX-FATO-ACHADO)
               GREATER THAN TABFATO-ERROS(IDX-FATO-MAIOR)
               MOVE IDX-FATO-ACHADO TO IDX-FATO-MAIOR
           END-IF.

       035-PERGUNTA-TREINO.
      **
      * One drill question; a fact retired earlier in this same
      * session is not asked again.
      **
           MOVE SESSAO-FATO(IDX-SESSAO) TO IDX-FATO.
           MOVE TABFATO-TREINO(IDX-FATO) TO IDX-TREINO.
           IF TABTRE-SITUACAO(IDX-TREINO) NOT EQUAL 'D'
               MOVE TABFATO-USERNUM(IDX-FATO) TO USERNUM
               MOVE TABFATO-LINHA(IDX-FATO) TO LINHA
               MOVE TABFATO-OPERACAO(IDX-FATO) TO OPERACAO-SINAL
               IF OPERACAO-SINAL EQUAL '/'
                   COMPUTE RESULTADO = USERNUM / LINHA
               ELSE
                   MULTIPLY USERNUM BY LINHA GIVING RESULTADO
               END-IF
               DISPLAY USERNUM ' ' OPERACAO-SINAL ' ' LINHA ' = ?'
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA EQUAL RESULTADO
                   ADD 1 TO WRK-ACERTOS
                   ADD 1 TO TABTRE-SEGUIDOS(IDX-TREINO)
                   IF TABTRE-SEGUIDOS(IDX-TREINO)
                       NOT LESS THAN WRK-SEGUIDOS-DOMINIO
                       MOVE 'D' TO TABTRE-SITUACAO(IDX-TREINO)
                       MOVE WRK-DATA-EXEC
                           TO TABTRE-DATA-DOMINIO(IDX-TREINO)
                       DISPLAY 'CERTO! FATO DOMINADO - RETIRADO DO '
                           'TREINO.'
                   ELSE
                       DISPLAY 'CERTO!'
                   END-IF
               ELSE
                   MOVE RESULTADO TO RESULTADO-ED
                   ADD 1 TO WRK-ERROS
                   MOVE ZEROS TO TABTRE-SEGUIDOS(IDX-TREINO)
                   DISPLAY 'ERRADO - RESPOSTA: ' RESULTADO-ED
                   PERFORM 021-GRAVA-QUIZERR
               END-IF
           END-IF.

       036-PROCURA-TREINO.
           IF TABTRE-ALUNO(IDX-TREINO) EQUAL WRK-ALUNO
               AND TABTRE-USERNUM(IDX-TREINO)
               EQUAL TABFATO-USERNUM(IDX-FATO)
               AND TABTRE-OPERACAO(IDX-TREINO)
               EQUAL TABFATO-OPERACAO(IDX-FATO)
               AND TABTRE-LINHA(IDX-TREINO)
               EQUAL TABFATO-LINHA(IDX-FATO)
               MOVE IDX-TREINO TO IDX-TRE-ACHADO
           END-IF.

       037-MONTA-RODADA.
           ADD 1 TO WRK-RODADA.
           MOVE ZEROS TO WRK-INCLUIDOS-RODADA.
           PERFORM 040-INCLUI-NA-RODADA
               VARYING IDX-FATO FROM 1 BY 1
               UNTIL IDX-FATO GREATER THAN QTD-FATOS
               OR QTD-SESSAO NOT LESS THAN WRK-QTD-PERGUNTAS.

       038-REGRAVA-TREINO.
      **
      * Writes the drill state table back over TREINO.TXT in one
      * pass, replacing the previous contents.
      **
           OPEN OUTPUT TREINO.
           IF WS-TREINO-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR TREINO.TXT - FILE STATUS: '
                   WS-TREINO-STATUS
           ELSE
               PERFORM 039-REGRAVA-TREINO-ITEM
                   VARYING IDX-TREINO FROM 1 BY 1
                   UNTIL IDX-TREINO GREATER THAN QTD-TREINO
               CLOSE TREINO
           END-IF.

       039-REGRAVA-TREINO-ITEM.
           MOVE TABTRE-ALUNO(IDX-TREINO) TO TRE-ALUNO.
           MOVE TABTRE-USERNUM(IDX-TREINO) TO TRE-USERNUM.
           MOVE TABTRE-OPERACAO(IDX-TREINO) TO TRE-OPERACAO.
           MOVE TABTRE-LINHA(IDX-TREINO) TO TRE-LINHA.
           MOVE TABTRE-SEGUIDOS(IDX-TREINO) TO TRE-SEGUIDOS.
           MOVE TABTRE-SITUACAO(IDX-TREINO) TO TRE-SITUACAO.
           MOVE TABTRE-DATA-DOMINIO(IDX-TREINO) TO TRE-DATA-DOMINIO.
           WRITE TREINO-REG.

       040-INCLUI-NA-RODADA.
           MOVE TABFATO-TREINO(IDX-FATO) TO IDX-TREINO.
           IF TABTRE-SITUACAO(IDX-TREINO) NOT EQUAL 'D'
               AND TABFATO-ERROS(IDX-FATO) NOT LESS THAN WRK-RODADA
               ADD 1 TO QTD-SESSAO
               MOVE IDX-FATO TO SESSAO-FATO(QTD-SESSAO)
               ADD 1 TO WRK-INCLUIDOS-RODADA
           END-IF.

       041-IDENTIFICA-ALUNO.
      **
      * Who is taking the session: the matricula is looked up in
      * ALUNOS.TXT and the name of the master is the one recorded.
      * Without the master (missing or empty file) the name is
      * typed, as before it, and the matricula stays zero.
      **
           MOVE 'S' TO WRK-ALUNO-OK.
           MOVE ZEROS TO WRK-MATRICULA.
           MOVE SPACES TO WRK-ALUNO.
           MOVE 1 TO FLAG-ALUNOS.
           OPEN INPUT ALUNOS.
           IF WS-ALUNOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ALUNOS
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
               IF FLAG-ALUNOS EQUAL 1
                   CLOSE ALUNOS
               END-IF
           END-IF.
           IF FLAG-ALUNOS EQUAL 1
               DISPLAY 'AVISO: ALUNOS.TXT AUSENTE - ALUNO IDENTIFICADO '
                   'PELO NOME, SEM MATRICULA.'
               DISPLAY 'NOME DO ALUNO: '
               PERFORM 018-OBTEM-RESPOSTA
               MOVE WRK-PARM-RESPOSTA(1:30) TO WRK-ALUNO
           ELSE
               DISPLAY 'MATRICULA DO ALUNO: '
               PERFORM 018-OBTEM-RESPOSTA
               MOVE WRK-PARM-RESPOSTA(1:6) TO WRK-MATRICULA-ENTRADA
               IF WRK-MATRICULA-ENTRADA NUMERIC
                   MOVE WRK-MATRICULA-ENTRADA TO WRK-MATRICULA
                   PERFORM 042-PROCURA-MATRICULA
                       UNTIL FLAG-ALUNOS EQUAL TO 1
               END-IF
               CLOSE ALUNOS
               EVALUATE TRUE
                   WHEN WRK-ALUNO EQUAL SPACES
                       DISPLAY 'MATRICULA NAO ENCONTRADA - SESSAO '
                           'CANCELADA.'
                       MOVE 'N' TO WRK-ALUNO-OK
                   WHEN ALU-SITUACAO EQUAL 'T'
                       DISPLAY 'ALUNO TRANSFERIDO PARA FORA DA ESCOLA '
                           '- SESSAO CANCELADA.'
                       MOVE 'N' TO WRK-ALUNO-OK
                   WHEN OTHER
                       DISPLAY 'ALUNO: ' WRK-ALUNO '  TURMA: '
                           ALU-TURMA
               END-EVALUATE
           END-IF.

       042-PROCURA-MATRICULA.
           IF ALU-MATRICULA EQUAL WRK-MATRICULA
               MOVE ALU-NOME TO WRK-ALUNO
               MOVE 1 TO FLAG-ALUNOS
           ELSE
               READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS
               END-READ
           END-IF.

       046-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG005' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG005.
