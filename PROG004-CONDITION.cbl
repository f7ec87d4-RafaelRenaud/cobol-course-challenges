           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECISOES-STATUS.
      *-----------------------
      * RECUPERACAO.TXT receives the students called for the
      * make-up exam (average inside the recuperacao band), one line
      * per aluno e materia appended by the grading run; PROG050
      * takes the make-up grades and mode (4) recalculates the
      * final outcome, consuming the lines applied.
      *-----------------------
           SELECT RECUPERACAO ASSIGN TO 'RECUPERACAO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECUP-STATUS.
      *-----------------------
      * ALUNOS.TXT is the student enrollment master kept by
      * PROG023: every TURMA.TXT name is validated against it, so a
      * typo stops splitting a student's history, and the matricula
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * CALENDARIO.TXT and HORARIO.TXT, kept by PROG053, give each
      * turma and materia its class hours for the year - weekly
      * hours times the dias letivos on each weekday - and so the
      * 25% absence ceiling, in place of a typed-in total.
      *-----------------------
           SELECT CALENDARIO ASSIGN TO 'CALENDARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.
           SELECT HORARIO ASSIGN TO 'HORARIO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOR-STATUS.
      *-----------------------
      * ATIVIDADE.TXT, rebuilt by PROG056, carries each student's
      * tabuada activity grade for one materia with its weight: the
      * grade enters that materia's weighted media next to N1, N2
      * and N3 and gets its own line on the printed report card.
      *-----------------------
           SELECT ATIVIDADE ASSIGN TO 'ATIVIDADE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATV-STATUS.
      *-----------------------
      * PROG004.PRM, when present, answers every prompt of the run
      * in order, so the report-card batch can be scheduled after
      * hours; EXECLOG.TXT keeps the start/end trail.
           05 DEC-NOME PIC X(30).
           05 DEC-MATERIA PIC X(15).
           05 DEC-NOTA PIC 9(2)V9.
       FD RECUPERACAO.
       COPY RECUPERACAO.
       FD ALUNOS.
       COPY ALUNO.
       FD FREQUENCIA.
       COPY RUNCTL.
       FD AUDITORIA.
       COPY AUDITORIA.
       FD CALENDARIO.
       COPY CALENDARIO.
       FD HORARIO.
       COPY HORARIO.
       FD ATIVIDADE.
       COPY ATIVIDADE.
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
           05 PESO-N3 PIC 9V9 VALUE 4,0.
       77 PESO-TOTAL PIC 99V9 VALUE 10,0.
      *-----------------------
      * Nota de atividade da tabuada (ATIVIDADE.TXT, do PROG056):
      * quando o aluno tem nota na materia sendo corrigida, ela
      * entra na media com o peso apurado, somado ao PESO-TOTAL;
      * sem nota, a media fica so com N1, N2 e N3. A tabela
      * comporta 300 notas, excedentes ignorados (com aviso).
       77 WS-ATV-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ATIVIDADE PIC 9(1) VALUE 0.
       01 TABELA-ATIVIDADES.
           05 ATIVIDADE-ITEM OCCURS 300 TIMES.
               10 TABATV-MATRICULA PIC 9(6).
               10 TABATV-MATERIA PIC X(15).
               10 TABATV-NOTA PIC 9(2)V9.
               10 TABATV-PESO PIC 9V9.
       77 QTD-ATIVIDADES PIC 9(3) VALUE ZEROS.
       77 IDX-ATIVIDADE PIC 9(3) VALUE ZEROS.
       77 IDX-ATV-ACHADA PIC 9(3) VALUE ZEROS.
       77 WRK-NOTA-ATIVIDADE PIC 9(2)V9 VALUE ZEROS.
       77 WRK-PESO-ATIVIDADE PIC 9V9 VALUE ZEROS.
       77 WRK-PESO-ATIV-ED PIC 9,9 VALUE ZEROS.
      *-----------------------
      * Acumuladores do resumo da turma.
       77 CONT-ALUNOS PIC 9(5) VALUE ZEROS.
       77 CONT-APROVADOS PIC 9(5) VALUE ZEROS.
      * Regra de frequencia minima: quem falta mais de 25% da carga
      * horaria e reprovado por falta, qualquer que seja a media. A
      * carga horaria e informada na abertura da execucao (em
      * branco, vale 100 horas-aula) - salvo quando o calendario
      * escolar e a grade semanal do ano existem: ai cada turma e
      * materia tem a sua, apurada na tabela de cargas (materia
      * fora da grade fica com as 100 horas-aula).
       77 WRK-CARGA-HORARIA PIC 9(4) VALUE 100.
       77 WRK-LIMITE-FALTAS PIC 9(4) VALUE ZEROS.
       77 WRK-LIMITE-PADRAO PIC 9(4) VALUE ZEROS.
       77 FLAG-CARGA-CALENDARIO PIC 9(1) VALUE 0.
       01 TABELA-CARGAS.
           05 CARGA-ITEM OCCURS 300 TIMES.
               10 TABCGA-GRUPO PIC X(21).
               10 TABCGA-CARGA PIC 9(4).
               10 TABCGA-LIMITE PIC 9(4).
       77 QTD-CARGAS PIC 9(3) VALUE ZEROS.
       77 IDX-CARGA PIC 9(3) VALUE ZEROS.
       77 IDX-CGA-ACHADA PIC 9(3) VALUE ZEROS.
       01 WRK-GRUPO-CARGA.
           05 WRK-CGA-TURMA PIC X(6).
           05 WRK-CGA-MATERIA PIC X(15).
      *-----------------------
      * Calendario escolar e grade semanal do ano da execucao
      * (200 eventos e 300 linhas, excedentes ignorados) e os dias
      * letivos do ano contados por dia da semana (1 segunda ...
      * 7 domingo).
       77 WS-CAL-STATUS PIC X(2) VALUE SPACES.
       77 WS-HOR-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CALENDARIO PIC 9(1) VALUE 0.
       77 FLAG-HORARIO PIC 9(1) VALUE 0.
       01 TABELA-CALENDARIO.
           05 CALEND-ITEM OCCURS 200 TIMES.
               10 TABCAL-TIPO PIC X(1).
               10 TABCAL-DATA PIC 9(8).
               10 TABCAL-DATA-FIM PIC 9(8).
       77 QTD-CALENDARIO PIC 9(3) VALUE ZEROS.
       77 IDX-CAL PIC 9(3) VALUE ZEROS.
       01 TABELA-HORARIO.
           05 HORARIO-ITEM OCCURS 300 TIMES.
               10 TABHOR-GRUPO PIC X(21).
               10 TABHOR-DIA-SEMANA PIC 9(1).
               10 TABHOR-AULAS PIC 9(1).
       77 QTD-HORARIO PIC 9(3) VALUE ZEROS.
       77 IDX-HOR PIC 9(3) VALUE ZEROS.
       77 WRK-ANO PIC X(4) VALUE SPACES.
       77 WRK-CAL-INICIO PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-DIA PIC 9(8) VALUE ZEROS.
       77 WRK-CAL-NUM PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-NUM-FIM PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-AUX PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-QUOC PIC 9(7) VALUE ZEROS.
       77 WRK-CAL-RESTO PIC 9(1) VALUE ZEROS.
       77 WRK-DIA-SEMANA PIC 9(1) VALUE ZEROS.
       77 WRK-DIA-LETIVO PIC X(1) VALUE 'N'.
       77 WRK-DIA-FERIADO PIC X(1) VALUE 'N'.
       77 WRK-DIA-EXTRA PIC X(1) VALUE 'N'.
       01 TABELA-DIAS-SEMANA.
           05 DIAS-SEMANA PIC 9(3) OCCURS 7 TIMES.
      *-----------------------
      * Lote recem corrigido, acumulado em tabela para o boletim
      * por aluno: todas as materias de cada aluno reunidas, com
               10 BATCH-STATUS PIC X(30).
               10 BATCH-IMPRESSO PIC X(1).
               10 BATCH-TURMA PIC X(6).
               10 BATCH-ATIVIDADE PIC 9(2)V9.
               10 BATCH-PESO-ATIV PIC 9V9.
       77 QTD-BATCH PIC 9(3) VALUE ZEROS.
       77 IDX-BATCH PIC 9(3) VALUE ZEROS.
       77 IDX-CARTAO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-APLICADAS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-PENDENTES-GRAV PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Recuperacao: media abaixo de 7,0 mas nao abaixo da nota
      * minima da faixa (informada na abertura do lote; em branco,
      * e no modo de aluno unico, vale 5,0) convoca o aluno para a
      * prova de recuperacao em vez de reprovar ou mandar ao
      * conselho. O modo (4) aplica as notas lancadas no PROG050
      * pela regra da escola: a nova media e a media entre a media
      * do periodo e a nota da recuperacao, e so substitui a
      * original quando for maior; com 7,0 ou mais o aluno esta
      * aprovado, abaixo disso reprovado.
       77 WS-RECUP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-RECUPERACAO PIC 9(1) VALUE 0.
       77 FLAG-RECUP-ABERTO PIC 9(1) VALUE 0.
       77 WRK-NOTA-MIN-REC PIC 9(2)V9 VALUE 5,0.
       77 WRK-NOTA-MIN-ED PIC Z9,9 VALUE ZEROS.
       77 WRK-MEDIA-REC PIC 9(2)V9 VALUE ZEROS.
       77 WRK-NOTA-RECUPERACAO PIC 9(2)V9 VALUE ZEROS.
       77 WRK-MARCA-RECUPERACAO PIC X(1) VALUE SPACES.
       77 CONT-RECUPERACOES PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CONVOCADOS PIC 9(3) VALUE ZEROS.
       01 TABELA-RECUPERACAO.
           05 RECUP-ITEM OCCURS 300 TIMES.
               10 TABREC-IMAGEM PIC X(81).
               10 TABREC-APLICADA PIC X(1).
       77 QTD-RECUP PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-RECUP-LIDAS PIC 9(5) VALUE ZEROS.
       77 IDX-RECUP PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-REC-APLICADAS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-REC-RESTANTES PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Ranking da turma por media ponderada, maior primeiro; medias
      * de 9,0 para cima entram no quadro de honra.
       77 FLAG-RANKING PIC 9(1) VALUE 0.
      * dos nomes do lote e o carimbo da matricula em NOTAS e
      * BOLETIM. Com o cadastro vazio ou ausente a validacao fica
      * desligada (aviso unico) e a matricula sai zerada, para o
      * primeiro dia nao rejeitar a escola inteira. Aluno
      * transferido para fora da escola (situacao T) fica de fora
      * da correcao, do ranking e dos boletins.
       77 WS-ALUNOS-STATUS PIC X(2) VALUE SPACES.
       77 WS-TREJ-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ALUNOS PIC 9(1) VALUE 0.
           05 ALUNO-ITEM OCCURS 300 TIMES.
               10 TABALU-MATRICULA PIC 9(6).
               10 TABALU-NOME PIC X(30).
               10 TABALU-TURMA PIC X(6).
               10 TABALU-SITUACAO PIC X(1).
       77 QTD-ALUNOS PIC 9(3) VALUE ZEROS.
       77 IDX-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-ALU-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-MATRICULA-ATUAL PIC 9(6) VALUE ZEROS.
       77 WRK-NOME-BUSCA-ALU PIC X(30) VALUE SPACES.
       77 WRK-QTD-TREJ PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-TRANSFERIDOS PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Faltas apuradas de FREQUENCIA.TXT, agregadas por aluno e
      * materia na carga; com o arquivo presente o total apurado
       77 WRK-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): TURMA.TXT
      * conferido antes do lote.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM 026-ABRE-PARAMETROS.
            DISPLAY 'MODO: (1) ALUNO UNICO  (2) LOTE (TURMA.TXT)'.
            DISPLAY '      (3) APLICAR DECISOES DO CONSELHO'.
            DISPLAY '      (4) APLICAR NOTAS DE RECUPERACAO'.
            PERFORM 027-OBTEM-RESPOSTA.
            MOVE WRK-RESPOSTA(1:1) TO WRK-MODO.

            EVALUATE WRK-MODO
                WHEN '2'
                    PERFORM 048-VERIFICA-REEXECUCAO
                    IF WRK-PODE-RODAR EQUAL 'S'
                        PERFORM 083-CONFERE-CONTROLE
                    END-IF
                    IF WRK-PODE-RODAR EQUAL 'S'
                        PERFORM 014-DEFINE-CARGA-HORARIA
                        PERFORM 052-DEFINE-FAIXA-RECUPERACAO
                        PERFORM 042-CARREGA-FREQUENCIA
                        PERFORM 077-CARREGA-ATIVIDADES
                        PERFORM 002-LOTE
                    END-IF
                WHEN '3'
                    PERFORM 015-APLICA-DECISOES
                WHEN '4'
                    PERFORM 053-APLICA-RECUPERACAO
                WHEN OTHER
                    PERFORM 014-DEFINE-CARGA-HORARIA
                    PERFORM 077-CARREGA-ATIVIDADES
                    PERFORM 001-UNICO
                    PERFORM 057-FECHA-CONVOCACOES
            END-EVALUATE.

            CLOSE BOLETIM.

       001-UNICO.
      **
      * Original single-student flow: one ACCEPT, one grading. A
      * student transferred out of the school is not graded.
      **
            DISPLAY 'ALUNO'.
            PERFORM 027-OBTEM-RESPOSTA.
                AND IDX-ALU-ACHADO EQUAL ZEROS
                DISPLAY 'AVISO: ALUNO SEM MATRICULA NO CADASTRO.'
            END-IF.
            IF IDX-ALU-ACHADO GREATER THAN ZEROS
                AND TABALU-SITUACAO(IDX-ALU-ACHADO) EQUAL 'T'
                DISPLAY 'ALUNO TRANSFERIDO PARA FORA DA ESCOLA - '
                    'CORRECAO CANCELADA.'
            ELSE
                PERFORM 061-UNICO-NOTAS
            END-IF.

       061-UNICO-NOTAS.
            DISPLAY 'MATERIA'.
            PERFORM 027-OBTEM-RESPOSTA.
            MOVE WRK-RESPOSTA(1:15) TO ALUNO-MATERIA.
            IF FLAG-CARGA-CALENDARIO EQUAL 1
                MOVE SPACES TO WRK-CGA-TURMA
                IF IDX-ALU-ACHADO GREATER THAN ZEROS
                    MOVE TABALU-TURMA(IDX-ALU-ACHADO) TO WRK-CGA-TURMA
                END-IF
                MOVE ALUNO-MATERIA TO WRK-CGA-MATERIA
                PERFORM 072-DEFINE-LIMITE-MATERIA
            END-IF.
            DISPLAY 'N1,N2,N3'.
            PERFORM 027-OBTEM-RESPOSTA.
            COMPUTE N1 = FUNCTION NUMVAL(WRK-RESPOSTA).
                   DISPLAY 'NOMES SEM MATRICULA REJEITADOS: '
                       WRK-QTD-TREJ ' (TURMAREJ.TXT)'
               END-IF
               IF WRK-QTD-TRANSFERIDOS GREATER THAN ZEROS
                   DISPLAY 'LINHAS DE ALUNOS TRANSFERIDOS IGNORADAS: '
                       WRK-QTD-TRANSFERIDOS
               END-IF
               IF FLAG-CONSELHO-ABERTO EQUAL 1
                   CLOSE CONSELHO
                   DISPLAY 'PENDENCIAS DE CONSELHO GRAVADAS: '
                       WRK-QTD-PENDENTES-GRAV
               END-IF
               PERFORM 057-FECHA-CONVOCACOES
               PERFORM 006-RESUMO-TURMA
               OPEN OUTPUT BOLETIMPR
               IF WS-BPR-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-BPR-ABERTO
                   DISPLAY 'BOLETINS IMPRESSOS GERADOS EM '
                       'BOLETIMPR.TXT.'
                   MOVE 'BOLETIMPR.TXT' TO SPP-ARQUIVO
                   MOVE 'BOLETINS ESCOLARES - LOTE TURMA.TXT'
                       TO SPP-DESCRICAO
                   PERFORM 082-GUARDA-SPOOL
               END-IF
               PERFORM 021-RANKING-TURMA
               PERFORM 050-GRAVA-RUNCTL
           IF QTD-ALUNOS GREATER THAN ZEROS
               AND IDX-ALU-ACHADO EQUAL ZEROS
               PERFORM 034-GRAVA-TURMAREJ
           ELSE
           IF IDX-ALU-ACHADO GREATER THAN ZEROS
               AND TABALU-SITUACAO(IDX-ALU-ACHADO) EQUAL 'T'
               ADD 1 TO WRK-QTD-TRANSFERIDOS
           ELSE
               MOVE TURMA-NOME TO ALUNO-NOME
               MOVE TURMA-MATERIA TO ALUNO-MATERIA
                   MOVE TURMA-FALTAS TO ALUNO-FALTAS
               END-IF
               MOVE TURMA-ID TO WRK-TURMA-ATUAL
               IF FLAG-CARGA-CALENDARIO EQUAL 1
                   MOVE TURMA-ID TO WRK-CGA-TURMA
                   MOVE TURMA-MATERIA TO WRK-CGA-MATERIA
                   PERFORM 072-DEFINE-LIMITE-MATERIA
               END-IF
               PERFORM 003-CALCULA-ALUNO
           END-IF
           END-IF.
           READ TURMA AT END MOVE 1 TO FLAG-TURMA.

      * Grades one student from N1/N2 and appends the outcome to
      * BOLETIM.TXT.
      **
            PERFORM 079-PROCURA-ATIVIDADE.
            COMPUTE MEDIA = (N1 * PESO-N1 + N2 * PESO-N2
                + N3 * PESO-N3 + WRK-NOTA-ATIVIDADE
                * WRK-PESO-ATIVIDADE)
                / (PESO-TOTAL + WRK-PESO-ATIVIDADE).
            DISPLAY 'ALUNO=' ALUNO-NOME.
            DISPLAY 'MATERIA=' ALUNO-MATERIA.
            DISPLAY 'NOTAS=' N1 ',' N2 ',' N3.
            IF WRK-PESO-ATIVIDADE GREATER THAN ZEROS
                MOVE WRK-NOTA-ATIVIDADE TO MEDIA-ED
                MOVE WRK-PESO-ATIVIDADE TO WRK-PESO-ATIV-ED
                DISPLAY 'ATIVIDADE= ' MEDIA-ED ' (PESO '
                    WRK-PESO-ATIV-ED ')'
            END-IF.

            MOVE MEDIA TO MEDIA-ED.
            MOVE MEDIA TO NOTA-FINAL.
                MOVE 'REPROVADO POR FALTA' TO ALUNO-STATUS
            ELSE
                IF MEDIA LESS THAN 7,0
                    IF MEDIA NOT LESS THAN WRK-NOTA-MIN-REC
                        MOVE 'RECUPERACAO' TO ALUNO-STATUS
                    ELSE
                    IF N1 GREATER THAN 2,4 AND N2 GREATER THAN 2,4
                        MOVE 'CONSELHO' TO ALUNO-STATUS
                    ELSE
                    ADD 1 TO CONT-CONSELHOS
                WHEN 'REPROVADO POR FALTA'
                    ADD 1 TO CONT-REP-FALTA
                WHEN 'RECUPERACAO'
                    ADD 1 TO CONT-RECUPERACOES
            END-EVALUATE.
            PERFORM 038-ACUMULA-TURMA.

                    DISPLAY 'NOTA DO CONSELHO: ' MEDIA-ED
                END-IF
            END-IF.
            IF ALUNO-STATUS EQUAL 'RECUPERACAO'
                PERFORM 056-GRAVA-CONVOCACAO
            END-IF.

            PERFORM 005-GRAVA-BOLETIM.
            PERFORM 007-GRAVA-NOTAS.
           MOVE MEDIA TO BOLETIM-MEDIA.
           MOVE ALUNO-STATUS TO BOLETIM-STATUS.
           MOVE NOTA-CONSELHO TO BOLETIM-CONSELHO.
           MOVE WRK-NOTA-RECUPERACAO TO BOLETIM-RECUPERACAO.
           MOVE WRK-NOTA-ATIVIDADE TO BOLETIM-ATIVIDADE.
           WRITE BOLETIM-REG.

       007-GRAVA-NOTAS.
           MOVE WS-RUN-DATA TO NOTAS-DATA.
           MOVE NOTA-FINAL TO NOTAS-MEDIA.
           MOVE ALUNO-STATUS TO NOTAS-STATUS.
           MOVE WRK-MARCA-RECUPERACAO TO NOTAS-RECUPERACAO.
           WRITE NOTAS-REG.

       006-RESUMO-TURMA.
           DISPLAY 'REPROVADOS: ' CONT-REPROVADOS.
           DISPLAY 'REPROVADOS POR FALTA: ' CONT-REP-FALTA.
           DISPLAY 'CONSELHO: ' CONT-CONSELHOS.
           DISPLAY 'RECUPERACAO: ' CONT-RECUPERACOES.
           IF CONT-ALUNOS GREATER THAN ZEROS
               COMPUTE MEDIA-TURMA = SOMA-MEDIAS / CONT-ALUNOS
               MOVE MEDIA-TURMA TO MEDIA-TURMA-ED

       014-DEFINE-CARGA-HORARIA.
      **
      * With the school calendar and the weekly timetable of the
      * run's year on file, each turma and materia gets its own
      * class hours and ceiling from them and nothing is asked.
      * Otherwise asks the total class hours for this grading run
      * and derives the 25% absence ceiling from it; a blank or
      * invalid answer keeps the standard 100-hour load.
      **
           MOVE WS-RUN-DATA(1:4) TO WRK-ANO.
           PERFORM 062-CARREGA-CALENDARIO.
           PERFORM 064-CARREGA-HORARIO.
           IF WRK-CAL-INICIO GREATER THAN ZEROS
               AND WRK-CAL-FIM NOT LESS THAN WRK-CAL-INICIO
               AND QTD-HORARIO GREATER THAN ZEROS
               MOVE 1 TO FLAG-CARGA-CALENDARIO
               PERFORM 066-APURA-ANO
               PERFORM 071-MONTA-CARGAS
           ELSE
               PERFORM 075-PEDE-CARGA-HORARIA
           END-IF.

       075-PEDE-CARGA-HORARIA.
           DISPLAY 'CARGA HORARIA TOTAL (BRANCO = 100): '.
           PERFORM 027-OBTEM-RESPOSTA.
           COMPUTE WRK-CARGA-HORARIA =
           COMPUTE WRK-LIMITE-FALTAS = WRK-CARGA-HORARIA * 25 / 100.
           DISPLAY 'LIMITE DE FALTAS: ' WRK-LIMITE-FALTAS.

       062-CARREGA-CALENDARIO.
      **
      * Loads the school calendar and finds the inicio and fim of
      * the year in WRK-ANO.
      **
           MOVE ZEROS TO QTD-CALENDARIO.
           MOVE ZEROS TO WRK-CAL-INICIO.
           MOVE ZEROS TO WRK-CAL-FIM.
           OPEN INPUT CALENDARIO.
           IF WS-CAL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CALENDARIO
               READ CALENDARIO AT END MOVE 1 TO FLAG-CALENDARIO
               END-READ
               PERFORM 063-CARREGA-CALENDARIO-ITEM
                   UNTIL FLAG-CALENDARIO EQUAL TO 1
               CLOSE CALENDARIO
           END-IF.
           PERFORM 070-PROCURA-LIMITES
               VARYING IDX-CAL FROM 1 BY 1
               UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO.

       063-CARREGA-CALENDARIO-ITEM.
      **
      * TABELA-CALENDARIO so comporta 200 eventos; alem disso os
      * excedentes sao ignorados.
      **
           IF QTD-CALENDARIO LESS THAN 200
               ADD 1 TO QTD-CALENDARIO
               MOVE CAL-TIPO TO TABCAL-TIPO(QTD-CALENDARIO)
               MOVE CAL-DATA TO TABCAL-DATA(QTD-CALENDARIO)
               MOVE CAL-DATA-FIM TO TABCAL-DATA-FIM(QTD-CALENDARIO)
           END-IF.
           READ CALENDARIO AT END MOVE 1 TO FLAG-CALENDARIO.

       064-CARREGA-HORARIO.
           MOVE ZEROS TO QTD-HORARIO.
           OPEN INPUT HORARIO.
           IF WS-HOR-STATUS EQUAL '00'
               MOVE 0 TO FLAG-HORARIO
               READ HORARIO AT END MOVE 1 TO FLAG-HORARIO
               END-READ
               PERFORM 065-CARREGA-HORARIO-ITEM
                   UNTIL FLAG-HORARIO EQUAL TO 1
               CLOSE HORARIO
           END-IF.

       065-CARREGA-HORARIO-ITEM.
      **
      * TABELA-HORARIO so comporta 300 linhas; alem disso as
      * excedentes sao ignoradas.
      **
           IF QTD-HORARIO LESS THAN 300
               ADD 1 TO QTD-HORARIO
               MOVE HOR-TURMA TO TABHOR-GRUPO(QTD-HORARIO)(1:6)
               MOVE HOR-MATERIA TO TABHOR-GRUPO(QTD-HORARIO)(7:15)
               MOVE HOR-DIA-SEMANA TO TABHOR-DIA-SEMANA(QTD-HORARIO)
               MOVE HOR-AULAS TO TABHOR-AULAS(QTD-HORARIO)
           END-IF.
           READ HORARIO AT END MOVE 1 TO FLAG-HORARIO.

       066-APURA-ANO.
      **
      * Walks every day from the inicio to the fim of the year and
      * counts the dias letivos per weekday.
      **
           MOVE ZEROS TO TABELA-DIAS-SEMANA.
           COMPUTE WRK-CAL-NUM-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-FIM).
           PERFORM 067-APURA-DIA
               VARYING WRK-CAL-NUM FROM
               FUNCTION INTEGER-OF-DATE(WRK-CAL-INICIO) BY 1
               UNTIL WRK-CAL-NUM GREATER THAN WRK-CAL-NUM-FIM.

       067-APURA-DIA.
           COMPUTE WRK-CAL-DIA = FUNCTION DATE-OF-INTEGER(WRK-CAL-NUM).
           PERFORM 068-VERIFICA-LETIVO.
           IF WRK-DIA-LETIVO EQUAL 'S'
               ADD 1 TO DIAS-SEMANA(WRK-DIA-SEMANA)
           END-IF.

       068-VERIFICA-LETIVO.
      **
      * Decides whether WRK-CAL-DIA (WRK-CAL-NUM) is a dia letivo:
      * inside the year, a weekday and neither feriado nor recesso
      * - or an extra school day. WRK-DIA-SEMANA is left at 1
      * (segunda) to 7 (domingo); day 1 of the integer calendar,
      * 1601-01-01, was a Monday.
      **
           COMPUTE WRK-CAL-AUX = WRK-CAL-NUM - 1.
           DIVIDE WRK-CAL-AUX BY 7 GIVING WRK-CAL-QUOC
               REMAINDER WRK-CAL-RESTO.
           COMPUTE WRK-DIA-SEMANA = WRK-CAL-RESTO + 1.
           MOVE 'N' TO WRK-DIA-LETIVO.
           MOVE 'N' TO WRK-DIA-FERIADO.
           MOVE 'N' TO WRK-DIA-EXTRA.
           IF WRK-CAL-DIA NOT LESS THAN WRK-CAL-INICIO
               AND WRK-CAL-DIA NOT GREATER THAN WRK-CAL-FIM
               PERFORM 069-VERIFICA-EVENTO
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL GREATER THAN QTD-CALENDARIO
               IF WRK-DIA-EXTRA EQUAL 'S'
                   MOVE 'S' TO WRK-DIA-LETIVO
               ELSE
                   IF WRK-DIA-SEMANA LESS THAN 6
                       AND WRK-DIA-FERIADO EQUAL 'N'
                       MOVE 'S' TO WRK-DIA-LETIVO
                   END-IF
               END-IF
           END-IF.

       069-VERIFICA-EVENTO.
           EVALUATE TABCAL-TIPO(IDX-CAL)
               WHEN 'H'
                   IF TABCAL-DATA(IDX-CAL) EQUAL WRK-CAL-DIA
                       MOVE 'S' TO WRK-DIA-FERIADO
                   END-IF
               WHEN 'R'
                   IF WRK-CAL-DIA NOT LESS THAN TABCAL-DATA(IDX-CAL)
                       AND WRK-CAL-DIA NOT GREATER THAN
                       TABCAL-DATA-FIM(IDX-CAL)
                       MOVE 'S' TO WRK-DIA-FERIADO
                   END-IF
               WHEN 'L'
                   IF TABCAL-DATA(IDX-CAL) EQUAL WRK-CAL-DIA
                       MOVE 'S' TO WRK-DIA-EXTRA
                   END-IF
           END-EVALUATE.

       070-PROCURA-LIMITES.
           IF TABCAL-DATA(IDX-CAL)(1:4) EQUAL WRK-ANO
               IF TABCAL-TIPO(IDX-CAL) EQUAL 'I'
                   MOVE TABCAL-DATA(IDX-CAL) TO WRK-CAL-INICIO
               END-IF
               IF TABCAL-TIPO(IDX-CAL) EQUAL 'F'
                   MOVE TABCAL-DATA(IDX-CAL) TO WRK-CAL-FIM
               END-IF
           END-IF.

       071-MONTA-CARGAS.
      **
      * One class-hours line per turma and materia of the timetable
      * (kept in turma and materia order by PROG053): each weekday's
      * hours times the dias letivos falling on that weekday.
      **
           MOVE ZEROS TO QTD-CARGAS.
           MOVE SPACES TO WRK-GRUPO-CARGA.
           PERFORM 073-ACUMULA-CARGA
               VARYING IDX-HOR FROM 1 BY 1
               UNTIL IDX-HOR GREATER THAN QTD-HORARIO.
           COMPUTE WRK-LIMITE-PADRAO = 100 * 25 / 100.
           DISPLAY 'CARGA HORARIA DO CALENDARIO ESCOLAR ' WRK-ANO ':'.
           PERFORM 074-LISTA-CARGA
               VARYING IDX-CARGA FROM 1 BY 1
               UNTIL IDX-CARGA GREATER THAN QTD-CARGAS.

       073-ACUMULA-CARGA.
           IF TABHOR-GRUPO(IDX-HOR) NOT EQUAL WRK-GRUPO-CARGA
               MOVE TABHOR-GRUPO(IDX-HOR) TO WRK-GRUPO-CARGA
               ADD 1 TO QTD-CARGAS
               MOVE WRK-GRUPO-CARGA TO TABCGA-GRUPO(QTD-CARGAS)
               MOVE ZEROS TO TABCGA-CARGA(QTD-CARGAS)
           END-IF.
           COMPUTE TABCGA-CARGA(QTD-CARGAS) = TABCGA-CARGA(QTD-CARGAS)
               + TABHOR-AULAS(IDX-HOR)
               * DIAS-SEMANA(TABHOR-DIA-SEMANA(IDX-HOR)).
           COMPUTE TABCGA-LIMITE(QTD-CARGAS) =
               TABCGA-CARGA(QTD-CARGAS) * 25 / 100.

       074-LISTA-CARGA.
           DISPLAY '    TURMA ' TABCGA-GRUPO(IDX-CARGA)(1:6)
               ' MATERIA ' TABCGA-GRUPO(IDX-CARGA)(7:15)
               ' CARGA: ' TABCGA-CARGA(IDX-CARGA)
               ' LIMITE DE FALTAS: ' TABCGA-LIMITE(IDX-CARGA).

       072-DEFINE-LIMITE-MATERIA.
      **
      * Sets the absence ceiling of the turma and materia about to
      * be graded; one missing from the timetable keeps the
      * standard 100-hour load, with an aviso.
      **
           MOVE ZEROS TO IDX-CGA-ACHADA.
           PERFORM 076-PROCURA-CARGA-ITEM
               VARYING IDX-CARGA FROM 1 BY 1
               UNTIL IDX-CARGA GREATER THAN QTD-CARGAS.
           IF IDX-CGA-ACHADA GREATER THAN ZEROS
               MOVE TABCGA-CARGA(IDX-CGA-ACHADA) TO WRK-CARGA-HORARIA
               MOVE TABCGA-LIMITE(IDX-CGA-ACHADA)
                   TO WRK-LIMITE-FALTAS
           ELSE
               MOVE 100 TO WRK-CARGA-HORARIA
               MOVE WRK-LIMITE-PADRAO TO WRK-LIMITE-FALTAS
               DISPLAY 'AVISO: TURMA ' WRK-CGA-TURMA ' MATERIA '
                   WRK-CGA-MATERIA ' FORA DA GRADE - LIMITE DE '
                   'FALTAS ' WRK-LIMITE-FALTAS ' (100 HORAS-AULA).'
           END-IF.

       076-PROCURA-CARGA-ITEM.
           IF TABCGA-GRUPO(IDX-CARGA) EQUAL WRK-GRUPO-CARGA
               MOVE IDX-CARGA TO IDX-CGA-ACHADA
           END-IF.

       011-GUARDA-BATCH.
      **
      * Guarda o resultado final da materia recem corrigida na
               MOVE ALUNO-STATUS TO BATCH-STATUS(QTD-BATCH)
               MOVE 'N' TO BATCH-IMPRESSO(QTD-BATCH)
               MOVE WRK-TURMA-ATUAL TO BATCH-TURMA(QTD-BATCH)
               MOVE WRK-NOTA-ATIVIDADE TO BATCH-ATIVIDADE(QTD-BATCH)
               MOVE WRK-PESO-ATIVIDADE TO BATCH-PESO-ATIV(QTD-BATCH)
           ELSE
               IF FLAG-LIMITE-BATCH EQUAL 0
                   DISPLAY 'AVISO: LOTE EXCEDE 100 MATERIAS - '
      **
      * One subject line of the card. The overall result only stays
      * APROVADO while every subject is approved: any failed
      * subject turns it REPROVADO, and a still-open CONSELHO or
      * RECUPERACAO turns it pending unless something is already
      * failed.
      **
           IF BATCH-NOME(IDX-CARTAO) EQUAL WRK-NOME-CARTAO
               AND BATCH-TURMA(IDX-CARTAO) EQUAL WRK-TURMA-CARTAO
                   MOVE WRK-LINHA-BPR TO BPR-REG
                   WRITE BPR-REG
               END-IF
               IF BATCH-PESO-ATIV(IDX-CARTAO) GREATER THAN ZEROS
                   PERFORM 081-LINHA-ATIVIDADE
               END-IF
               EVALUATE BATCH-STATUS(IDX-CARTAO)
                   WHEN 'REPROVADO'
                   WHEN 'REPROVADO POR FALTA'
                           MOVE 'PENDENTE DE CONSELHO'
                               TO WRK-RESULTADO-GERAL
                       END-IF
                   WHEN 'RECUPERACAO'
                       IF WRK-RESULTADO-GERAL NOT EQUAL 'REPROVADO'
                           MOVE 'PENDENTE DE RECUPERACAO'
                               TO WRK-RESULTADO-GERAL
                       END-IF
               END-EVALUATE
               MOVE 'S' TO BATCH-IMPRESSO(IDX-CARTAO)
           END-IF.
               ADD 1 TO QTD-ALUNOS
               MOVE ALU-MATRICULA TO TABALU-MATRICULA(QTD-ALUNOS)
               MOVE ALU-NOME TO TABALU-NOME(QTD-ALUNOS)
               MOVE ALU-TURMA TO TABALU-TURMA(QTD-ALUNOS)
               MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
           END-IF.
           READ ALUNOS AT END MOVE 1 TO FLAG-ALUNOS.

       028-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               STRING 'MODO ' DELIMITED BY SIZE
                   WRK-MODO DELIMITED BY SIZE
                   ' CONCLUIDO' DELIMITED BY SIZE
                   INTO WRK-EXELOG-DETALHE
               END-STRING
           ELSE
               MOVE 'ARQUIVO DIVERGENTE' TO WRK-EXELOG-DETALHE
           END-IF.
           PERFORM 029-GRAVA-EXECLOG.
           IF PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
               CLOSE EXECLOG
           END-IF.

       052-DEFINE-FAIXA-RECUPERACAO.
      **
      * Asks the lowest average still called for the make-up exam;
      * the band runs from it up to just below the 7,0 pass mark. A
      * blank answer, or one not below 7,0, keeps the standard 5,0.
      **
           DISPLAY 'NOTA MINIMA PARA RECUPERACAO (BRANCO = 5,0): '.
           PERFORM 027-OBTEM-RESPOSTA.
           IF WRK-RESPOSTA NOT EQUAL SPACES
               COMPUTE WRK-NOTA-MIN-REC =
                   FUNCTION NUMVAL(WRK-RESPOSTA)
           END-IF.
           IF WRK-NOTA-MIN-REC NOT LESS THAN 7,0
               DISPLAY 'AVISO: NOTA MINIMA DEVE FICAR ABAIXO DE 7,0 '
                   '- VALE 5,0.'
               MOVE 5,0 TO WRK-NOTA-MIN-REC
           END-IF.
           MOVE WRK-NOTA-MIN-REC TO WRK-NOTA-MIN-ED.
           DISPLAY 'FAIXA DE RECUPERACAO: MEDIA DE ' WRK-NOTA-MIN-ED
               ' ATE 6,9'.

       056-GRAVA-CONVOCACAO.
      **
      * One student called for the make-up exam: turma, materia,
      * matricula, term grades and average go to RECUPERACAO.TXT,
      * waiting for the grade. The file accumulates across runs;
      * the first write on a brand-new machine builds it first.
      **
           IF FLAG-RECUP-ABERTO EQUAL 0
               OPEN EXTEND RECUPERACAO
               IF WS-RECUP-STATUS EQUAL '35'
                   OPEN OUTPUT RECUPERACAO
                   CLOSE RECUPERACAO
                   OPEN EXTEND RECUPERACAO
               END-IF
               MOVE 1 TO FLAG-RECUP-ABERTO
           END-IF.
           MOVE WRK-TURMA-ATUAL TO REC-TURMA.
           MOVE ALUNO-MATERIA TO REC-MATERIA.
           MOVE ALUNO-NOME TO REC-NOME.
           MOVE WRK-MATRICULA-ATUAL TO REC-MATRICULA.
           MOVE N1 TO REC-N1.
           MOVE N2 TO REC-N2.
           MOVE N3 TO REC-N3.
           MOVE MEDIA TO REC-MEDIA.
           MOVE WS-RUN-DATA TO REC-DATA.
           MOVE ZEROS TO REC-NOTA.
           MOVE 'P' TO REC-SITUACAO.
           WRITE RECUP-REG.
           ADD 1 TO WRK-QTD-CONVOCADOS.
           DISPLAY 'CONVOCADO PARA RECUPERACAO: ' ALUNO-NOME.

       057-FECHA-CONVOCACOES.
           IF FLAG-RECUP-ABERTO EQUAL 1
               CLOSE RECUPERACAO
               MOVE 0 TO FLAG-RECUP-ABERTO
               DISPLAY 'CONVOCADOS PARA RECUPERACAO: '
                   WRK-QTD-CONVOCADOS ' (RECUPERACAO.TXT)'
           END-IF.

       053-APLICA-RECUPERACAO.
      **
      * Recalculation after the make-up exam: every call with the
      * grade already typed in PROG050 gets the new average under
      * the school's rule, and the final outcome is appended to
      * BOLETIM.TXT and NOTAS.TXT marked as recuperacao. Calls still
      * waiting for the grade stay in RECUPERACAO.TXT.
      **
           PERFORM 054-CARREGA-RECUPERACAO.
           IF QTD-RECUP EQUAL ZEROS
               DISPLAY 'NENHUMA CONVOCACAO DE RECUPERACAO EM ARQUIVO.'
           ELSE
               MOVE ZEROS TO WRK-QTD-REC-APLICADAS
               PERFORM 055-APLICA-RECUPERACAO-ITEM
                   VARYING IDX-RECUP FROM 1 BY 1
                   UNTIL IDX-RECUP GREATER THAN QTD-RECUP
               DISPLAY '############'
               DISPLAY 'RECUPERACOES APLICADAS: ' WRK-QTD-REC-APLICADAS
               IF WRK-QTD-REC-APLICADAS EQUAL ZEROS
                   DISPLAY 'NENHUMA NOTA DE RECUPERACAO LANCADA - '
                       'USE O PROG050.'
               ELSE
                   PERFORM 058-REGRAVA-RECUPERACAO
               END-IF
           END-IF.

       054-CARREGA-RECUPERACAO.
           MOVE ZEROS TO QTD-RECUP.
           MOVE ZEROS TO WRK-QTD-RECUP-LIDAS.
           OPEN INPUT RECUPERACAO.
           IF WS-RECUP-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RECUPERACAO
               READ RECUPERACAO AT END MOVE 1 TO FLAG-RECUPERACAO
               END-READ
               PERFORM 059-CARREGA-RECUPERACAO-ITEM
                   UNTIL FLAG-RECUPERACAO EQUAL TO 1
               CLOSE RECUPERACAO
           END-IF.

       059-CARREGA-RECUPERACAO-ITEM.
      **
      * TABELA-RECUPERACAO so comporta 300 ocorrencias; alem disso
      * as excedentes ficam para uma nova rodada do modo (4).
      **
           ADD 1 TO WRK-QTD-RECUP-LIDAS.
           IF QTD-RECUP LESS THAN 300
               ADD 1 TO QTD-RECUP
               MOVE RECUP-REG TO TABREC-IMAGEM(QTD-RECUP)
               MOVE 'N' TO TABREC-APLICADA(QTD-RECUP)
           END-IF.
           READ RECUPERACAO AT END MOVE 1 TO FLAG-RECUPERACAO.

       055-APLICA-RECUPERACAO-ITEM.
      **
      * One make-up grade: the new average is the mean of the term
      * average and the exam grade, kept only when it beats the
      * original; 7,0 or more approves. BOLETIM carries the
      * replaced average with the exam grade beside it, NOTAS the
      * final grade with the recuperacao mark.
      **
           MOVE TABREC-IMAGEM(IDX-RECUP) TO RECUP-REG.
           IF REC-SITUACAO EQUAL 'N'
               MOVE REC-NOME TO ALUNO-NOME
               MOVE REC-MATERIA TO ALUNO-MATERIA
               MOVE REC-MATRICULA TO WRK-MATRICULA-ATUAL
               MOVE REC-N1 TO N1
               MOVE REC-N2 TO N2
               MOVE REC-N3 TO N3
               COMPUTE WRK-MEDIA-REC ROUNDED =
                   (REC-MEDIA + REC-NOTA) / 2
               IF WRK-MEDIA-REC GREATER THAN REC-MEDIA
                   MOVE WRK-MEDIA-REC TO NOTA-FINAL
               ELSE
                   MOVE REC-MEDIA TO NOTA-FINAL
               END-IF
               IF NOTA-FINAL LESS THAN 7,0
                   MOVE 'REPROVADO' TO ALUNO-STATUS
               ELSE
                   MOVE 'APROVADO' TO ALUNO-STATUS
               END-IF
               MOVE NOTA-FINAL TO MEDIA
               MOVE ZEROS TO NOTA-CONSELHO
               MOVE REC-NOTA TO WRK-NOTA-RECUPERACAO
               MOVE 'S' TO WRK-MARCA-RECUPERACAO
               PERFORM 005-GRAVA-BOLETIM
               PERFORM 007-GRAVA-NOTAS
               MOVE ZEROS TO WRK-NOTA-RECUPERACAO
               MOVE SPACES TO WRK-MARCA-RECUPERACAO
               MOVE 'S' TO TABREC-APLICADA(IDX-RECUP)
               ADD 1 TO WRK-QTD-REC-APLICADAS
               MOVE NOTA-FINAL TO MEDIA-ED
               DISPLAY REC-NOME ' ' REC-MATERIA ' MEDIA FINAL: '
                   MEDIA-ED ' ' ALUNO-STATUS
           END-IF.

       058-REGRAVA-RECUPERACAO.
      **
      * Consumes the calls just applied: RECUPERACAO.TXT is
      * rewritten holding only the students still waiting for the
      * exam or the grade, so a second pass cannot append the same
      * final outcome twice. When the file held more calls than the
      * table could load it is left untouched, as CONSELHO.TXT is.
      **
           IF WRK-QTD-RECUP-LIDAS EQUAL QTD-RECUP
               OPEN OUTPUT RECUPERACAO
               MOVE ZEROS TO WRK-QTD-REC-RESTANTES
               PERFORM 060-REGRAVA-RECUPERACAO-ITEM
                   VARYING IDX-RECUP FROM 1 BY 1
                   UNTIL IDX-RECUP GREATER THAN QTD-RECUP
               CLOSE RECUPERACAO
               DISPLAY 'RECUPERACOES PENDENTES: '
                   WRK-QTD-REC-RESTANTES
           ELSE
               DISPLAY 'AVISO: MAIS DE 300 CONVOCACOES EM ARQUIVO - '
                   'RECUPERACAO.TXT MANTIDO; RODE O MODO (4) DE NOVO '
                   'PARA AS DEMAIS.'
           END-IF.

       060-REGRAVA-RECUPERACAO-ITEM.
           IF TABREC-APLICADA(IDX-RECUP) EQUAL 'N'
               MOVE TABREC-IMAGEM(IDX-RECUP) TO RECUP-REG
               WRITE RECUP-REG
               ADD 1 TO WRK-QTD-REC-RESTANTES
           END-IF.

       077-CARREGA-ATIVIDADES.
      **
      * Loads the activity grades of PROG056; without the file the
      * medias stay on N1, N2 and N3 alone, as before it.
      **
           MOVE ZEROS TO QTD-ATIVIDADES.
           OPEN INPUT ATIVIDADE.
           IF WS-ATV-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ATIVIDADE
               READ ATIVIDADE AT END MOVE 1 TO FLAG-ATIVIDADE
               END-READ
               PERFORM 078-CARREGA-ATIVIDADE-ITEM
                   UNTIL FLAG-ATIVIDADE EQUAL TO 1
               CLOSE ATIVIDADE
               DISPLAY 'NOTAS DE ATIVIDADE CARREGADAS: '
                   QTD-ATIVIDADES ' (ATIVIDADE.TXT)'
           END-IF.

       078-CARREGA-ATIVIDADE-ITEM.
           IF QTD-ATIVIDADES LESS THAN 300
               ADD 1 TO QTD-ATIVIDADES
               MOVE ATV-MATRICULA TO TABATV-MATRICULA(QTD-ATIVIDADES)
               MOVE ATV-MATERIA TO TABATV-MATERIA(QTD-ATIVIDADES)
               MOVE ATV-NOTA TO TABATV-NOTA(QTD-ATIVIDADES)
               MOVE ATV-PESO TO TABATV-PESO(QTD-ATIVIDADES)
               READ ATIVIDADE AT END MOVE 1 TO FLAG-ATIVIDADE
               END-READ
           ELSE
               DISPLAY 'AVISO: ATIVIDADE.TXT EXCEDE 300 NOTAS - '
                   'EXCEDENTES IGNORADAS.'
               MOVE 1 TO FLAG-ATIVIDADE
           END-IF.

       079-PROCURA-ATIVIDADE.
      **
      * The activity grade of the student and materia about to be
      * graded, by matricula - a student without one on the master
      * has no activity grade.
      **
           MOVE ZEROS TO IDX-ATV-ACHADA.
           MOVE ZEROS TO WRK-NOTA-ATIVIDADE.
           MOVE ZEROS TO WRK-PESO-ATIVIDADE.
           IF WRK-MATRICULA-ATUAL GREATER THAN ZEROS
               PERFORM 080-PROCURA-ATIVIDADE-ITEM
                   VARYING IDX-ATIVIDADE FROM 1 BY 1
                   UNTIL IDX-ATIVIDADE GREATER THAN QTD-ATIVIDADES
           END-IF.
           IF IDX-ATV-ACHADA GREATER THAN ZEROS
               MOVE TABATV-NOTA(IDX-ATV-ACHADA) TO WRK-NOTA-ATIVIDADE
               MOVE TABATV-PESO(IDX-ATV-ACHADA) TO WRK-PESO-ATIVIDADE
           END-IF.

       080-PROCURA-ATIVIDADE-ITEM.
           IF TABATV-MATRICULA(IDX-ATIVIDADE) EQUAL WRK-MATRICULA-ATUAL
               AND TABATV-MATERIA(IDX-ATIVIDADE) EQUAL ALUNO-MATERIA
               MOVE IDX-ATIVIDADE TO IDX-ATV-ACHADA
           END-IF.

       081-LINHA-ATIVIDADE.
      **
      * The activity grade under its subject line of the card, with
      * the weight it carried in the media.
      **
           MOVE BATCH-ATIVIDADE(IDX-CARTAO) TO MEDIA-ED.
           MOVE BATCH-PESO-ATIV(IDX-CARTAO) TO WRK-PESO-ATIV-ED.
           DISPLAY '    ATIVIDADE TABUADA NOTA: ' MEDIA-ED
               ' PESO: ' WRK-PESO-ATIV-ED.
           IF FLAG-BPR-ABERTO EQUAL 1
               MOVE SPACES TO WRK-LINHA-BPR
               STRING '    ATIVIDADE TABUADA NOTA: ' DELIMITED BY SIZE
                   MEDIA-ED DELIMITED BY SIZE
                   '  PESO: ' DELIMITED BY SIZE
                   WRK-PESO-ATIV-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-BPR
               END-STRING
               MOVE WRK-LINHA-BPR TO BPR-REG
               WRITE BPR-REG
           END-IF.

       082-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG004' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

       083-CONFERE-CONTROLE.
      **
      * TURMA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * lote (PROG064 logs the mismatch) until a supervisor
      * resyncs it in PROG063. The run's return code is kept aside
      * across the CALL.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'TURMA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG004' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WRK-CTL-CONFERE
           ELSE
               MOVE 'N' TO WRK-CTL-CONFERE
               MOVE 'N' TO WRK-PODE-RODAR
               DISPLAY 'TURMA.TXT ALTERADO FORA DO SISTEMA - LOTE '
                   'CANCELADO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG004.
