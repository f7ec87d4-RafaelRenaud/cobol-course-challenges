      * credit with the settlement status (C = confirmado,
      * R = recusado, with the bank's reason), and a trailer with
      * count and sum - read here so the settlement stops being
      * reconciled on paper. The bank echoes back the matricula and
      * CPF the remittance carried for each credit.
      * The return of one of the per-bank CNAB 240 files (CNABbbb.TXT)
      * is read as well: the operator names the file, and its first
      * record tells which of the two layouts it is in.
      *-----------------------
           SELECT RETORNO ASSIGN USING WRK-ARQ-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNO-STATUS.
      *-----------------------
      *-----------------------
      * REFILA.TXT collects the refused credits, rebuilt on every
      * settlement run, so the next lote can pay them again instead
      * of a refused deposit simply disappearing. A CNAB return
      * settles one bank only, so there the lines of the other
      * banks are kept, passing through REFTEMP.TMP.
      *-----------------------
           SELECT REFILA ASSIGN TO 'REFILA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFILA-STATUS.
           SELECT REFTEMP ASSIGN TO 'REFTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
      * PROG018.PRM, when present, answers every prompt of the run
      * in order, so the settlement can be scheduled right after the
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD RETORNO.
       01 RETORNO-REG PIC X(120).
       01 RETORNO-HEADER REDEFINES RETORNO-REG.
           05 RET-H-TIPO PIC X(1).
           05 RET-H-DATA PIC 9(8).
           05 RET-H-COMPETENCIA PIC X(6).
           05 FILLER PIC X(105).
       01 RETORNO-DETALHE REDEFINES RETORNO-REG.
           05 RET-D-TIPO PIC X(1).
           05 RET-D-NOME PIC X(30).
           05 RET-D-SITUACAO PIC X(1).
           05 RET-D-MOTIVO PIC X(20).
           05 FILLER PIC X(2).
           05 RET-D-MATRICULA PIC 9(6).
           05 RET-D-CPF PIC X(11).
           05 FILLER PIC X(3).
       01 RETORNO-TRAILER REDEFINES RETORNO-REG.
           05 RET-T-TIPO PIC X(1).
           05 RET-T-QTD PIC 9(6).
           05 RET-T-SOMA PIC 9(14)V99.
           05 FILLER PIC X(97).
       COPY CNAB240.
       FD REMESSA.
       COPY REMESSA.
       FD REFILA.
       COPY REFILA.
       FD REFTEMP.
       01 REFTEMP-REG PIC X(122).
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       77 WS-REFILA-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-RETORNO PIC 9(1) VALUE 0.
       77 FLAG-REMESSA PIC 9(1) VALUE 0.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-REFILA PIC 9(1) VALUE 0.
      *-----------------------
      * Arquivo de retorno informado pelo operador e o seu layout:
      * 'S' quando o primeiro registro e o header de arquivo CNAB
      * 240 - entao so os creditos do banco dele sao conferidos.
       77 WRK-ARQ-RETORNO PIC X(20) VALUE SPACES.
       77 WRK-FORMATO-CNAB PIC X(1) VALUE 'N'.
       77 WRK-BANCO-CNAB PIC X(3) VALUE SPACES.
      *-----------------------
      * Detalhe do retorno em uso, preenchido a partir de qualquer
      * um dos dois layouts: 'C' confirmado, 'R' recusado, 'A'
      * agendado pelo banco (segue pendente).
       77 WRK-RET-NOME PIC X(30) VALUE SPACES.
       77 WRK-RET-EMPRESA PIC X(30) VALUE SPACES.
       77 WRK-RET-VALOR PIC 9(14)V99 VALUE ZEROS.
       77 WRK-RET-SITUACAO PIC X(1) VALUE SPACES.
       77 WRK-RET-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-RET-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-RET-CPF PIC X(11) VALUE SPACES.
      *-----------------------
      * Competencia a liquidar, pedida na abertura; so os detalhes
      * da remessa carimbados com ela entram na conferencia.
               10 TABREM-NOME PIC X(30).
               10 TABREM-EMPRESA PIC X(30).
               10 TABREM-VALOR PIC 9(14)V99.
               10 TABREM-EMP-CODIGO PIC X(3).
               10 TABREM-SITUACAO PIC X(1).
               10 TABREM-MATRICULA PIC 9(6).
               10 TABREM-CPF PIC X(11).
       77 QTD-REMESSA PIC 9(3) VALUE ZEROS.
       77 IDX-REMESSA PIC 9(3) VALUE ZEROS.
       77 IDX-REM-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-REMESSA PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-AGENDADOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-REFILA-MANTIDOS PIC 9(5) VALUE ZEROS.
       77 WRK-SOMA-PAGOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-SOMA-RECUSADOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
           DISPLAY 'COMPETENCIA A LIQUIDAR (AAAAMM): '.
           PERFORM 021-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:6) TO WRK-COMPETENCIA.
           DISPLAY 'ARQUIVO DE RETORNO (BRANCO = RETORNO.TXT): '.
           PERFORM 021-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:20) TO WRK-ARQ-RETORNO.
           IF WRK-ARQ-RETORNO EQUAL SPACES
               MOVE 'RETORNO.TXT' TO WRK-ARQ-RETORNO
           END-IF.
           PERFORM 011-IDENTIFICA-FORMATO.
           PERFORM 001-CARREGA-REMESSA.
           IF QTD-REMESSA EQUAL ZEROS
               DISPLAY 'NENHUM DETALHE DA COMPETENCIA '
                   WRK-COMPETENCIA ' EM REMESSA.TXT - '
                   'LIQUIDACAO CANCELADA.'
               IF WRK-FORMATO-CNAB EQUAL 'S'
                   DISPLAY 'PARA O BANCO ' WRK-BANCO-CNAB
                       ' DO ARQUIVO CNAB.'
               END-IF
           ELSE
               PERFORM 003-PROCESSA-RETORNO
           END-IF.
      * Loads the remittance details stamped with the requested
      * competencia into TABELA-REMESSA, every one starting as 'N'
      * (no return yet). Header and trailer records are skipped;
      * details of another competencia belong to another run. A
      * CNAB return answers one bank's file, so then only the
      * credits sent to that bank are loaded.
      **
           MOVE ZEROS TO QTD-REMESSA.
           OPEN INPUT REMESSA.
                       MOVE 1 TO FLAG-REMESSA
                   END-IF
               WHEN 'D'
                   IF WRK-FORMATO-CNAB EQUAL 'S'
                       AND REM-D-BANCO NOT EQUAL WRK-BANCO-CNAB
                       CONTINUE
                   ELSE
                       PERFORM 012-CARREGA-DETALHE
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-READ
           END-IF.

       012-CARREGA-DETALHE.
           IF QTD-REMESSA LESS THAN 500
               ADD 1 TO QTD-REMESSA
               MOVE REM-D-NOME TO TABREM-NOME(QTD-REMESSA)
               MOVE REM-D-EMPRESA
                   TO TABREM-EMPRESA(QTD-REMESSA)
               MOVE REM-D-LIQUIDO TO TABREM-VALOR(QTD-REMESSA)
               MOVE REM-D-EMP-CODIGO
                   TO TABREM-EMP-CODIGO(QTD-REMESSA)
               MOVE 'N' TO TABREM-SITUACAO(QTD-REMESSA)
               IF REM-D-MATRICULA NUMERIC
                   MOVE REM-D-MATRICULA
                       TO TABREM-MATRICULA(QTD-REMESSA)
               ELSE
                   MOVE ZEROS TO TABREM-MATRICULA(QTD-REMESSA)
               END-IF
               MOVE REM-D-CPF TO TABREM-CPF(QTD-REMESSA)
           ELSE
               IF FLAG-LIMITE-REM EQUAL 0
                   DISPLAY 'AVISO: REMESSA EXCEDE 500 '
                       'DETALHES, RESTANTE IGNORADO.'
                   MOVE 1 TO FLAG-LIMITE-REM
               END-IF
           END-IF.

       003-PROCESSA-RETORNO.
      **
      * Walks the return file matching each detail against the
      * loaded remittance, prints the settlement report as it goes
      * and closes with the control totals and the pendentes
      * (credits the bank never answered).
      **
           OPEN INPUT RETORNO.
           IF WS-RETORNO-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-ARQ-RETORNO
                   ' - FILE STATUS: ' WS-RETORNO-STATUS
           ELSE
               IF WRK-FORMATO-CNAB EQUAL 'S'
                   PERFORM 013-PRESERVA-REFILA
               ELSE
                   OPEN OUTPUT REFILA
               END-IF
               DISPLAY '############'
               DISPLAY 'RETORNO DA COMPETENCIA ' WRK-COMPETENCIA
               DISPLAY '############'
           END-IF.

       004-RETORNO-ITEM.
           IF WRK-FORMATO-CNAB EQUAL 'S'
               PERFORM 016-RETORNO-CNAB-ITEM
           ELSE
               PERFORM 017-RETORNO-LEGADO-ITEM
           END-IF.
           READ RETORNO AT END MOVE 1 TO FLAG-RETORNO.

       017-RETORNO-LEGADO-ITEM.
           EVALUATE RET-D-TIPO
               WHEN 'H'
                   IF RET-H-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                           ' - CONFIRA O ARQUIVO.'
                   END-IF
               WHEN 'D'
                   MOVE RET-D-NOME TO WRK-RET-NOME
                   MOVE RET-D-EMPRESA TO WRK-RET-EMPRESA
                   MOVE RET-D-VALOR TO WRK-RET-VALOR
                   MOVE RET-D-SITUACAO TO WRK-RET-SITUACAO
                   MOVE RET-D-MOTIVO TO WRK-RET-MOTIVO
                   MOVE ZEROS TO WRK-RET-MATRICULA
                   IF RET-D-MATRICULA NUMERIC
                       MOVE RET-D-MATRICULA TO WRK-RET-MATRICULA
                   END-IF
                   MOVE RET-D-CPF TO WRK-RET-CPF
                   PERFORM 005-CASA-DETALHE
               WHEN 'T'
                   CONTINUE
                   DISPLAY 'AVISO: TIPO DE REGISTRO DESCONHECIDO '
                       'NO RETORNO: ' RET-D-TIPO
           END-EVALUATE.

       016-RETORNO-CNAB-ITEM.
      **
      * One CNAB 240 record: only segment A answers a credit. The
      * bank's occurrence code says what became of it - '00' credit
      * made, 'BD' payment scheduled (the credit stays pending),
      * anything else refused, the codes kept as the reason.
      **
           EVALUATE CNB-HA-TIPO
               WHEN '3'
                   IF CNB-A-SEGMENTO EQUAL 'A'
                       MOVE CNB-A-NOME-FAV TO WRK-RET-NOME
                       MOVE SPACES TO WRK-RET-EMPRESA
                       MOVE ZEROS TO WRK-RET-VALOR
                       IF CNB-A-VALOR NUMERIC
                           MOVE CNB-A-VALOR TO WRK-RET-VALOR
                       END-IF
                       MOVE ZEROS TO WRK-RET-MATRICULA
                       IF CNB-A-MATRICULA NUMERIC
                           MOVE CNB-A-MATRICULA TO WRK-RET-MATRICULA
                       END-IF
                       MOVE SPACES TO WRK-RET-CPF
                       MOVE SPACES TO WRK-RET-MOTIVO
                       EVALUATE CNB-A-OCORRENCIAS(1:2)
                           WHEN '00'
                               MOVE 'C' TO WRK-RET-SITUACAO
                           WHEN 'BD'
                               MOVE 'A' TO WRK-RET-SITUACAO
                           WHEN OTHER
                               MOVE 'R' TO WRK-RET-SITUACAO
                               STRING 'CNAB ' DELIMITED BY SIZE
                                   CNB-A-OCORRENCIAS DELIMITED BY SIZE
                                   INTO WRK-RET-MOTIVO
                               END-STRING
                       END-EVALUATE
                       IF CNB-A-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                           DISPLAY 'AVISO: CREDITO DA COMPETENCIA '
                               CNB-A-COMPETENCIA ' NO RETORNO: '
                               WRK-RET-NOME
                       END-IF
                       PERFORM 005-CASA-DETALHE
                   END-IF
               WHEN '0'
               WHEN '1'
               WHEN '5'
               WHEN '9'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'AVISO: TIPO DE REGISTRO DESCONHECIDO '
                       'NO RETORNO CNAB: ' CNB-HA-TIPO
           END-EVALUATE.

       005-CASA-DETALHE.
      **
      * One return detail: finds the matching remittance credit by
      * matricula - or by nome and empresa for a credit sent before
      * the matricula existed (only the ones still unanswered, so a
      * duplicated return line cannot settle the same credit twice)
      * and books it as pago or recusado.
      **
           IF IDX-REM-ACHADO EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-REMESSA
               DISPLAY 'AVISO: RETORNO SEM CREDITO NA REMESSA: '
                   WRK-RET-NOME
           ELSE
               EVALUATE WRK-RET-SITUACAO
                   WHEN 'C'
                       MOVE 'P' TO TABREM-SITUACAO(IDX-REM-ACHADO)
                       ADD 1 TO WRK-QTD-PAGOS
                       ADD WRK-RET-VALOR TO WRK-SOMA-PAGOS
                       MOVE WRK-RET-VALOR TO WRK-VALOR-ED
                       DISPLAY 'PAGO:     ' WRK-RET-NOME
                           ' R$' WRK-VALOR-ED
                   WHEN 'A'
                       ADD 1 TO WRK-QTD-AGENDADOS
                       MOVE WRK-RET-VALOR TO WRK-VALOR-ED
                       DISPLAY 'AGENDADO: ' WRK-RET-NOME
                           ' R$' WRK-VALOR-ED
                   WHEN OTHER
                       MOVE 'R' TO TABREM-SITUACAO(IDX-REM-ACHADO)
                       ADD 1 TO WRK-QTD-RECUSADOS
                       ADD WRK-RET-VALOR TO WRK-SOMA-RECUSADOS
                       MOVE WRK-RET-VALOR TO WRK-VALOR-ED
                       DISPLAY 'RECUSADO: ' WRK-RET-NOME
                           ' R$' WRK-VALOR-ED
                           ' MOTIVO: ' WRK-RET-MOTIVO
                       PERFORM 007-GRAVA-REFILA
               END-EVALUATE
           END-IF.

       006-PROCURA-REMESSA.
           IF TABREM-SITUACAO(IDX-REMESSA) EQUAL 'N'
               IF WRK-RET-MATRICULA GREATER THAN ZEROS
                   AND TABREM-MATRICULA(IDX-REMESSA) GREATER THAN ZEROS
                   IF TABREM-MATRICULA(IDX-REMESSA)
                       EQUAL WRK-RET-MATRICULA
                       MOVE IDX-REMESSA TO IDX-REM-ACHADO
                   END-IF
               ELSE
                   IF TABREM-NOME(IDX-REMESSA) EQUAL WRK-RET-NOME
                       AND (TABREM-EMPRESA(IDX-REMESSA)
                           EQUAL WRK-RET-EMPRESA
                           OR WRK-RET-EMPRESA EQUAL SPACES)
                       MOVE IDX-REMESSA TO IDX-REM-ACHADO
                   END-IF
               END-IF
           END-IF.

       007-GRAVA-REFILA.
      * One refused credit queued for the next lote: who, how much,
      * which competencia it came from and the bank's reason.
      **
           MOVE TABREM-NOME(IDX-REM-ACHADO) TO REF-NOME.
           MOVE TABREM-EMPRESA(IDX-REM-ACHADO) TO REF-EMPRESA.
           MOVE WRK-RET-VALOR TO REF-VALOR.
           MOVE WRK-COMPETENCIA TO REF-COMPETENCIA.
           MOVE WRK-RET-MOTIVO TO REF-MOTIVO.
           MOVE TABREM-EMP-CODIGO(IDX-REM-ACHADO) TO REF-EMP-CODIGO.
           MOVE TABREM-MATRICULA(IDX-REM-ACHADO) TO REF-MATRICULA.
           MOVE TABREM-CPF(IDX-REM-ACHADO) TO REF-CPF.
           WRITE REFILA-REG.

       008-LISTA-PENDENTES.
           DISPLAY 'CREDITOS PENDENTES:   ' WRK-QTD-ED.
           MOVE WRK-QTD-SEM-REMESSA TO WRK-QTD-ED.
           DISPLAY 'RETORNOS SEM REMESSA: ' WRK-QTD-ED.
           IF WRK-QTD-AGENDADOS GREATER THAN ZEROS
               MOVE WRK-QTD-AGENDADOS TO WRK-QTD-ED
               DISPLAY 'AGENDADOS PELO BANCO (ENTRE OS PENDENTES): '
                   WRK-QTD-ED
           END-IF.
           IF WRK-FORMATO-CNAB EQUAL 'S'
               MOVE WRK-QTD-REFILA-MANTIDOS TO WRK-QTD-ED
               DISPLAY 'RETORNO CNAB 240 DO BANCO ' WRK-BANCO-CNAB
                   ' - LINHAS DE OUTROS BANCOS MANTIDAS EM '
                   'REFILA.TXT: ' WRK-QTD-ED
           END-IF.
           IF WRK-QTD-RECUSADOS GREATER THAN ZEROS
               DISPLAY 'RECUSADOS ENFILEIRADOS EM REFILA.TXT PARA '
                   'O PROXIMO LOTE.'
           END-IF.

       011-IDENTIFICA-FORMATO.
      **
      * Peeks at the first record of the return: a CNAB 240 file
      * header has lote '0000' and record type '0' at positions 4-8
      * and names the bank whose credits the file answers. Anything
      * else is taken as the single-file RETORNO layout.
      **
           MOVE 'N' TO WRK-FORMATO-CNAB.
           MOVE SPACES TO WRK-BANCO-CNAB.
           OPEN INPUT RETORNO.
           IF WS-RETORNO-STATUS EQUAL '00'
               READ RETORNO
                   NOT AT END
                       IF CNB-HA-LOTE EQUAL '0000'
                           AND CNB-HA-TIPO EQUAL '0'
                           MOVE 'S' TO WRK-FORMATO-CNAB
                           MOVE CNB-HA-BANCO TO WRK-BANCO-CNAB
                           DISPLAY 'RETORNO CNAB 240 DO BANCO '
                               WRK-BANCO-CNAB '.'
                       END-IF
               END-READ
               CLOSE RETORNO
           END-IF.

       013-PRESERVA-REFILA.
      **
      * A CNAB return settles a single bank: the REFILA.TXT lines
      * of the other banks and competencias go to REFTEMP.TMP and
      * come back ahead of this run's refusals, while the lines for
      * credits being settled now are dropped - they are queued
      * again below if the bank still refuses them. REFILA is left
      * open for output.
      **
           MOVE ZEROS TO WRK-QTD-REFILA-MANTIDOS.
           OPEN OUTPUT REFTEMP.
           OPEN INPUT REFILA.
           IF WS-REFILA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-REFILA
               READ REFILA AT END MOVE 1 TO FLAG-REFILA
               END-READ
               PERFORM 014-PRESERVA-REFILA-ITEM
                   UNTIL FLAG-REFILA EQUAL TO 1
               CLOSE REFILA
           END-IF.
           CLOSE REFTEMP.
           OPEN INPUT REFTEMP.
           OPEN OUTPUT REFILA.
           MOVE 0 TO FLAG-REFILA.
           READ REFTEMP AT END MOVE 1 TO FLAG-REFILA
           END-READ.
           PERFORM 018-REFILA-VOLTA-ITEM UNTIL FLAG-REFILA EQUAL TO 1.
           CLOSE REFTEMP.

       014-PRESERVA-REFILA-ITEM.
           MOVE ZEROS TO IDX-REM-ACHADO.
           IF REF-COMPETENCIA EQUAL WRK-COMPETENCIA
               PERFORM 015-PROCURA-REFILA
                   VARYING IDX-REMESSA FROM 1 BY 1
                   UNTIL IDX-REMESSA GREATER THAN QTD-REMESSA
           END-IF.
           IF IDX-REM-ACHADO EQUAL ZEROS
               MOVE REFILA-REG TO REFTEMP-REG
               WRITE REFTEMP-REG
               ADD 1 TO WRK-QTD-REFILA-MANTIDOS
           END-IF.
           READ REFILA AT END MOVE 1 TO FLAG-REFILA.

       015-PROCURA-REFILA.
           IF REF-MATRICULA NUMERIC
               AND REF-MATRICULA GREATER THAN ZEROS
               IF TABREM-MATRICULA(IDX-REMESSA) EQUAL REF-MATRICULA
                   MOVE IDX-REMESSA TO IDX-REM-ACHADO
               END-IF
           ELSE
               IF TABREM-NOME(IDX-REMESSA) EQUAL REF-NOME
                   AND TABREM-EMPRESA(IDX-REMESSA) EQUAL REF-EMPRESA
                   MOVE IDX-REMESSA TO IDX-REM-ACHADO
               END-IF
           END-IF.

       018-REFILA-VOLTA-ITEM.
           MOVE REFTEMP-REG TO REFILA-REG.
           WRITE REFILA-REG.
           READ REFTEMP AT END MOVE 1 TO FLAG-REFILA.

       020-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG018.PRM on disk the run takes
