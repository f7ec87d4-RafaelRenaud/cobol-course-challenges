           RECORD KEY IS CLI-CODIGO
           FILE STATUS IS WS-CLIENTES-STATUS.
      *-----------------------
      * CEPFAIXA.DAT maps CEP ranges to cidade/UF, maintained by
      * the office through PROG022, for the CEP discrepancy report
      * of mode (5) - indexed by CEP inicial, so each CEP is looked
      * up on the file instead of in a table loaded up front.
      *-----------------------
           SELECT CEPFAIXA ASSIGN TO 'CEPFAIXA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEPF-INI
           FILE STATUS IS WS-CEPF-STATUS.
      *-----------------------
      * AJUSTELOG.TXT is the adjustment journal: one line per
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
      * Regional income distribution of mode (8): the roster is
      * sorted by UF and cidade (clients whose CEP falls in no
      * CEPFAIXA.DAT range in one SEM FAIXA group at the end) and
      * printed with count, total, average, minimum and maximum of
      * CLI-SAL per group; RENDAREG.CSV carries the same lines for
      * the spreadsheet, separated by semicolons since the values
      * use the decimal comma.
      *-----------------------
           SELECT SORT-REGIAO ASSIGN TO 'REGSORT.TMP'.
           SELECT CSV-REGIAO ASSIGN TO 'RENDAREG.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSVREG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
       SD SORT-REGIAO.
       01 SRT-REG.
           05 SRT-GRUPO.
               10 SRT-SEM-FAIXA PIC X(1).
               10 SRT-UF PIC X(2).
               10 SRT-CIDADE PIC X(20).
           05 SRT-CODIGO PIC 9(5).
           05 SRT-NOME PIC X(30).
           05 SRT-CEP PIC X(9).
           05 SRT-CLI-CIDADE PIC X(20).
           05 SRT-CLI-UF PIC X(2).
           05 SRT-SAL PIC 9(4)V99.
           05 SRT-REGIAO PIC X(23).
       FD CSV-REGIAO.
       01 CSVREG-REG PIC X(150).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 WRK-RUN-JA-ESTORNADA PIC X(1) VALUE 'N'.
       77 WRK-RUN-EXISTE PIC X(1) VALUE 'N'.
      *-----------------------
      * Apoio da critica de CEP do modo (5): formato NNNNN-NNN e
      * faixa de CEPFAIXA.DAT compativel com a cidade/UF do
      * cadastro. WRK-CEPF-ABERTO fica 'S' com o arquivo aberto e
      * ao menos uma faixa nele; WRK-FAIXA-ACHADA e a faixa que
      * contem o CEP procurado (a de maior CEP inicial, se varias).
       77 WS-CEPF-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CEPFAIXA PIC 9(1) VALUE 0.
       77 WRK-CEPF-ABERTO PIC X(1) VALUE 'N'.
       77 WRK-ACHOU-FAIXA PIC X(1) VALUE 'N'.
       01 WRK-FAIXA-ACHADA.
           05 WRK-FX-INI PIC 9(8).
           05 WRK-FX-FIM PIC 9(8).
           05 WRK-FX-CIDADE PIC X(20).
           05 WRK-FX-UF PIC X(2).
       77 WRK-CEP-NUM PIC 9(8) VALUE ZEROS.
       77 WRK-MOTIVO-CEP PIC X(30) VALUE SPACES.
       77 WRK-QTD-CRITICADOS PIC 9(5) VALUE ZEROS.
       77 WRK-RESPOSTA PIC X(100) VALUE SPACES.
       77 WRK-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WRK-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Distribuicao de renda por regiao do modo (8): o grupo
      * corrente (UF + cidade, ou SEM FAIXA) com contagem, soma,
      * minimo e maximo de CLI-SAL, os totais gerais apurados na
      * carga do sort para a participacao de cada grupo, e a linha
      * do CSV.
       77 WS-CSVREG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-SORT-REGIAO PIC 9(1) VALUE 0.
       77 WRK-REG-PRIMEIRO PIC X(1) VALUE 'S'.
       77 WRK-REG-GRUPO-ANT PIC X(23) VALUE SPACES.
       77 WRK-REG-UF PIC X(2) VALUE SPACES.
       77 WRK-REG-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-REG-REGIAO PIC X(23) VALUE SPACES.
       77 WRK-REG-QTD PIC 9(5) VALUE ZEROS.
       77 WRK-REG-SOMA PIC 9(9)V99 VALUE ZEROS.
       77 WRK-REG-MIN PIC 9(4)V99 VALUE ZEROS.
       77 WRK-REG-MAX PIC 9(4)V99 VALUE ZEROS.
       77 WRK-REG-MEDIA PIC 9(4)V99 VALUE ZEROS.
       77 WRK-REG-PCT PIC 9(3)V99 VALUE ZEROS.
       77 WRK-GER-QTD PIC 9(5) VALUE ZEROS.
       77 WRK-GER-SOMA PIC 9(9)V99 VALUE ZEROS.
       77 WRK-GER-MIN PIC 9(4)V99 VALUE ZEROS.
       77 WRK-GER-MAX PIC 9(4)V99 VALUE ZEROS.
       77 WRK-QTD-GRUPOS PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-FAIXA PIC 9(5) VALUE ZEROS.
       77 WRK-REG-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-REG-SOMA-ED PIC Z(8)9,99 VALUE ZEROS.
       77 WRK-REG-MEDIA-ED PIC ZZZ9,99 VALUE ZEROS.
       77 WRK-REG-MIN-ED PIC ZZZ9,99 VALUE ZEROS.
       77 WRK-REG-MAX-ED PIC ZZZ9,99 VALUE ZEROS.
       77 WRK-REG-PCT-ED PIC ZZ9,99 VALUE ZEROS.
       77 WRK-CSV-LINHA PIC X(150) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            DISPLAY '      (5) CRITICA DE CEP (DISCREPANCIAS)'.
            DISPLAY '      (6) CONSULTA DE AJUSTES'.
            DISPLAY '      (7) ESTORNO DE AJUSTE'.
            DISPLAY '      (8) DISTRIBUICAO DE RENDA POR REGIAO'.
            DISPLAY '############'.
            PERFORM 020-OBTEM-RESPOSTA.
            MOVE WRK-RESPOSTA(1:1) TO WRK-MODO.
                    PERFORM 026-CONSULTA-AJUSTES
                WHEN '7'
                    PERFORM 028-ESTORNO
                WHEN '8'
                    PERFORM 034-RENDA-REGIAO
                WHEN OTHER
                    PERFORM 001-UNICO
            END-EVALUATE.
      **
      * CEP discrepancy report: checks every client's CEP format
      * (NNNNN-NNN) and cross-checks it against the CEP ranges per
      * cidade/UF in CEPFAIXA.DAT, so clients filed under another
      * state's CEP stop bouncing the mailing list.
      **
           PERFORM 014-ABRE-CEPFAIXAS.
           IF WRK-CEPF-ABERTO NOT EQUAL 'S'
               DISPLAY 'CEPFAIXA.DAT VAZIO OU AUSENTE - CRITICA '
                   'CANCELADA.'
           ELSE
               MOVE ZEROS TO WRK-QTD-CRITICADOS
                   DISPLAY 'COM DISCREPANCIA:     ' WRK-QTD-FILTRO-ED
               END-IF
           END-IF.
           PERFORM 015-FECHA-CEPFAIXAS.

       014-ABRE-CEPFAIXAS.
      **
      * Opens CEPFAIXA.DAT for the lookups of the run; a missing
      * file, or one with no range at all, leaves it closed and
      * WRK-CEPF-ABERTO at 'N'.
      **
           MOVE 'N' TO WRK-CEPF-ABERTO.
           OPEN INPUT CEPFAIXA.
           IF WS-CEPF-STATUS EQUAL '00'
               MOVE ZEROS TO CEPF-INI
               START CEPFAIXA KEY IS NOT LESS THAN CEPF-INI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WRK-CEPF-ABERTO
               END-START
               IF WRK-CEPF-ABERTO NOT EQUAL 'S'
                   CLOSE CEPFAIXA
               END-IF
           END-IF.

       015-FECHA-CEPFAIXAS.
           IF WRK-CEPF-ABERTO EQUAL 'S'
               CLOSE CEPFAIXA
               MOVE 'N' TO WRK-CEPF-ABERTO
           END-IF.

       016-CRITICA-CEP-ITEM.
           ADD 1 TO WRK-QTD-CRITICADOS.
       017-VALIDA-CEP-CLIENTE.
      **
      * Critica de um CEP: formato NNNNN-NNN, faixa cadastrada em
      * CEPFAIXA.DAT e faixa compativel com a cidade/UF do registro.
      * WRK-MOTIVO-CEP volta em branco quando o CEP esta em ordem.
      **
           MOVE SPACES TO WRK-MOTIVO-CEP.
           MOVE 'N' TO WRK-ACHOU-FAIXA.
           IF CLI-CEP(1:5) NOT NUMERIC
               OR CLI-CEP(6:1) NOT EQUAL '-'
               OR CLI-CEP(7:3) NOT NUMERIC
           ELSE
               MOVE CLI-CEP(1:5) TO WRK-CEP-NUM(1:5)
               MOVE CLI-CEP(7:3) TO WRK-CEP-NUM(6:3)
               PERFORM 018-PROCURA-FAIXA-CEP
               EVALUATE TRUE
                   WHEN WRK-ACHOU-FAIXA NOT EQUAL 'S'
                       MOVE 'CEP SEM FAIXA CADASTRADA'
                           TO WRK-MOTIVO-CEP
                   WHEN WRK-FX-UF NOT EQUAL CLI-UF
                       MOVE 'UF NAO CONFERE COM A FAIXA'
                           TO WRK-MOTIVO-CEP
                   WHEN WRK-FX-CIDADE NOT EQUAL CLI-CIDADE
                       MOVE 'CIDADE NAO CONFERE COM A FAIXA'
                           TO WRK-MOTIVO-CEP
               END-EVALUATE
           END-IF.

       018-PROCURA-FAIXA-CEP.
      **
      * Reads the ranges in CEP inicial order up to the first one
      * that begins after the CEP; of those, the last containing
      * the CEP is the one kept.
      **
           IF WRK-CEPF-ABERTO EQUAL 'S'
               MOVE 0 TO FLAG-CEPFAIXA
               MOVE ZEROS TO CEPF-INI
               START CEPFAIXA KEY IS NOT LESS THAN CEPF-INI
                   INVALID KEY MOVE 1 TO FLAG-CEPFAIXA
               END-START
               PERFORM 044-PROCURA-FAIXA-ITEM
                   UNTIL FLAG-CEPFAIXA EQUAL TO 1
           END-IF.

       044-PROCURA-FAIXA-ITEM.
           READ CEPFAIXA NEXT RECORD
               AT END MOVE 1 TO FLAG-CEPFAIXA
           END-READ.
           IF FLAG-CEPFAIXA EQUAL 0
               IF CEPF-INI GREATER THAN WRK-CEP-NUM
                   MOVE 1 TO FLAG-CEPFAIXA
               ELSE
                   IF WRK-CEP-NUM LESS THAN OR EQUAL TO CEPF-FIM
                       MOVE 'S' TO WRK-ACHOU-FAIXA
                       MOVE CEPF-REG TO WRK-FAIXA-ACHADA
                   END-IF
               END-IF
           END-IF.

       023-GRAVA-AJUSTELOG.
           END-IF.

      ** add other procedures here
       034-RENDA-REGIAO.
      **
      * Regional income distribution: the whole roster on one page,
      * grouped by UF and cidade with the region name of the
      * CEPFAIXA.DAT range the CEP falls in. Clients whose CEP
      * resolves to no range close the report under SEM FAIXA with
      * their codes listed, as the registry clean-up work list.
      * RENDAREG.CSV repeats the group lines for the spreadsheet.
      **
           PERFORM 014-ABRE-CEPFAIXAS.
           IF WRK-CEPF-ABERTO NOT EQUAL 'S'
               DISPLAY 'AVISO: CEPFAIXA.DAT VAZIO OU AUSENTE - TODOS '
                   'OS CLIENTES FICAM SEM FAIXA.'
           END-IF.
           OPEN INPUT CLIENTES.
           IF WS-CLIENTES-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FILE STATUS: '
                   WS-CLIENTES-STATUS
           ELSE
               MOVE ZEROS TO WRK-GER-QTD
               MOVE ZEROS TO WRK-GER-SOMA
               MOVE ZEROS TO WRK-GER-MIN
               MOVE ZEROS TO WRK-GER-MAX
               MOVE ZEROS TO WRK-QTD-GRUPOS
               MOVE ZEROS TO WRK-QTD-SEM-FAIXA
               OPEN OUTPUT CSV-REGIAO
               MOVE SPACES TO CSVREG-REG
               STRING 'UF;CIDADE;REGIAO;CLIENTES;TOTAL;MEDIA;'
                   DELIMITED BY SIZE
                   'MINIMO;MAXIMO;PARTICIPACAO' DELIMITED BY SIZE
                   INTO CSVREG-REG
               END-STRING
               WRITE CSVREG-REG
               SORT SORT-REGIAO
                   ON ASCENDING KEY SRT-GRUPO SRT-CODIGO
                   INPUT PROCEDURE IS 035-CARREGA-REGIAO
                   OUTPUT PROCEDURE IS 037-IMPRIME-REGIAO
               CLOSE CLIENTES
               CLOSE CSV-REGIAO
               DISPLAY 'ARQUIVO RENDAREG.CSV GERADO.'
           END-IF.
           PERFORM 015-FECHA-CEPFAIXAS.

       035-CARREGA-REGIAO.
           MOVE 0 TO FLAG-CLIENTES.
           READ CLIENTES NEXT RECORD
               AT END MOVE 1 TO FLAG-CLIENTES.
           PERFORM 036-CARREGA-REGIAO-ITEM
               UNTIL FLAG-CLIENTES EQUAL TO 1.

       036-CARREGA-REGIAO-ITEM.
      **
      * Um cliente para o sort: com faixa, o grupo e a UF/cidade do
      * cadastro e a regiao e a da faixa; sem faixa (ou com CEP fora
      * do formato), o grupo SEM FAIXA ordena por ultimo. Os totais
      * gerais saem daqui, antes da impressao.
      **
           MOVE SPACES TO SRT-REG.
           PERFORM 017-VALIDA-CEP-CLIENTE.
           IF WRK-ACHOU-FAIXA NOT EQUAL 'S'
               MOVE '1' TO SRT-SEM-FAIXA
           ELSE
               MOVE '0' TO SRT-SEM-FAIXA
               MOVE CLI-UF TO SRT-UF
               MOVE CLI-CIDADE TO SRT-CIDADE
               STRING FUNCTION TRIM(WRK-FX-CIDADE)
                   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WRK-FX-UF DELIMITED BY SIZE
                   INTO SRT-REGIAO
               END-STRING
           END-IF.
           MOVE CLI-CODIGO TO SRT-CODIGO.
           MOVE CLI-NOME TO SRT-NOME.
           MOVE CLI-CEP TO SRT-CEP.
           MOVE CLI-CIDADE TO SRT-CLI-CIDADE.
           MOVE CLI-UF TO SRT-CLI-UF.
           MOVE CLI-SAL TO SRT-SAL.
           RELEASE SRT-REG.
           IF WRK-GER-QTD EQUAL ZEROS
               OR CLI-SAL LESS THAN WRK-GER-MIN
               MOVE CLI-SAL TO WRK-GER-MIN
           END-IF.
           IF CLI-SAL GREATER THAN WRK-GER-MAX
               MOVE CLI-SAL TO WRK-GER-MAX
           END-IF.
           ADD 1 TO WRK-GER-QTD.
           ADD CLI-SAL TO WRK-GER-SOMA.
           READ CLIENTES NEXT RECORD
               AT END MOVE 1 TO FLAG-CLIENTES.

       037-IMPRIME-REGIAO.
           DISPLAY '############'.
           DISPLAY 'DISTRIBUICAO DE RENDA POR REGIAO (UF/CIDADE)'.
           DISPLAY '############'.
           MOVE 'S' TO WRK-REG-PRIMEIRO.
           MOVE SPACES TO WRK-REG-GRUPO-ANT.
           MOVE 0 TO FLAG-SORT-REGIAO.
           RETURN SORT-REGIAO AT END MOVE 1 TO FLAG-SORT-REGIAO.
           PERFORM 038-IMPRIME-REGIAO-ITEM
               UNTIL FLAG-SORT-REGIAO EQUAL TO 1.
           IF WRK-REG-PRIMEIRO EQUAL 'N'
               PERFORM 039-QUEBRA-REGIAO
           END-IF.
           PERFORM 040-TOTAL-REGIAO.

       038-IMPRIME-REGIAO-ITEM.
           IF WRK-REG-PRIMEIRO EQUAL 'N'
               AND SRT-GRUPO NOT EQUAL WRK-REG-GRUPO-ANT
               PERFORM 039-QUEBRA-REGIAO
           END-IF.
           IF WRK-REG-PRIMEIRO EQUAL 'S'
               OR SRT-GRUPO NOT EQUAL WRK-REG-GRUPO-ANT
               PERFORM 041-ABRE-GRUPO-REGIAO
           END-IF.
           MOVE SRT-GRUPO TO WRK-REG-GRUPO-ANT.
           MOVE 'N' TO WRK-REG-PRIMEIRO.
           IF SRT-SAL LESS THAN WRK-REG-MIN
               MOVE SRT-SAL TO WRK-REG-MIN
           END-IF.
           IF SRT-SAL GREATER THAN WRK-REG-MAX
               MOVE SRT-SAL TO WRK-REG-MAX
           END-IF.
           ADD 1 TO WRK-REG-QTD.
           ADD SRT-SAL TO WRK-REG-SOMA.
           IF SRT-SEM-FAIXA EQUAL '1'
               ADD 1 TO WRK-QTD-SEM-FAIXA
               DISPLAY '  ' SRT-CODIGO ' ' SRT-NOME ' CEP ' SRT-CEP
                   ' ' FUNCTION TRIM(SRT-CLI-CIDADE) '/' SRT-CLI-UF
           END-IF.
           RETURN SORT-REGIAO AT END MOVE 1 TO FLAG-SORT-REGIAO.

       041-ABRE-GRUPO-REGIAO.
           ADD 1 TO WRK-QTD-GRUPOS.
           MOVE ZEROS TO WRK-REG-QTD.
           MOVE ZEROS TO WRK-REG-SOMA.
           MOVE SRT-SAL TO WRK-REG-MIN.
           MOVE SRT-SAL TO WRK-REG-MAX.
           IF SRT-SEM-FAIXA EQUAL '1'
               MOVE SPACES TO WRK-REG-UF
               MOVE SPACES TO WRK-REG-CIDADE
               MOVE 'SEM FAIXA' TO WRK-REG-REGIAO
               DISPLAY '------------'
               DISPLAY 'SEM FAIXA - CEP FORA DAS FAIXAS DE '
                   'CEPFAIXA.DAT (CODIGOS A CORRIGIR):'
           ELSE
               MOVE SRT-UF TO WRK-REG-UF
               MOVE SRT-CIDADE TO WRK-REG-CIDADE
               MOVE SRT-REGIAO TO WRK-REG-REGIAO
               DISPLAY '------------'
               DISPLAY SRT-UF ' ' SRT-CIDADE ' REGIAO: ' SRT-REGIAO
           END-IF.

       039-QUEBRA-REGIAO.
           PERFORM 042-EDITA-REGIAO.
           DISPLAY '  CLIENTES: ' WRK-REG-QTD-ED
               '  TOTAL: R$' WRK-REG-SOMA-ED
               '  MEDIA: R$' WRK-REG-MEDIA-ED.
           DISPLAY '  MINIMO: R$' WRK-REG-MIN-ED
               '  MAXIMO: R$' WRK-REG-MAX-ED
               '  PARTICIPACAO: ' WRK-REG-PCT-ED '%'.
           PERFORM 043-GRAVA-CSV-REGIAO.

       040-TOTAL-REGIAO.
      **
      * Grand total line, on the console and as the last CSV row.
      **
           MOVE SPACES TO WRK-REG-UF.
           MOVE SPACES TO WRK-REG-CIDADE.
           MOVE 'TOTAL GERAL' TO WRK-REG-REGIAO.
           MOVE WRK-GER-QTD TO WRK-REG-QTD.
           MOVE WRK-GER-SOMA TO WRK-REG-SOMA.
           MOVE WRK-GER-MIN TO WRK-REG-MIN.
           MOVE WRK-GER-MAX TO WRK-REG-MAX.
           PERFORM 042-EDITA-REGIAO.
           DISPLAY '############'.
           DISPLAY 'TOTAL GERAL - ' WRK-QTD-GRUPOS ' GRUPO(S), '
               WRK-QTD-SEM-FAIXA ' CLIENTE(S) SEM FAIXA'.
           DISPLAY '  CLIENTES: ' WRK-REG-QTD-ED
               '  TOTAL: R$' WRK-REG-SOMA-ED
               '  MEDIA: R$' WRK-REG-MEDIA-ED.
           DISPLAY '  MINIMO: R$' WRK-REG-MIN-ED
               '  MAXIMO: R$' WRK-REG-MAX-ED.
           PERFORM 043-GRAVA-CSV-REGIAO.

       042-EDITA-REGIAO.
           MOVE ZEROS TO WRK-REG-MEDIA.
           MOVE ZEROS TO WRK-REG-PCT.
           IF WRK-REG-QTD GREATER THAN ZEROS
               COMPUTE WRK-REG-MEDIA ROUNDED =
                   WRK-REG-SOMA / WRK-REG-QTD
           END-IF.
           IF WRK-GER-SOMA GREATER THAN ZEROS
               COMPUTE WRK-REG-PCT ROUNDED =
                   WRK-REG-SOMA * 100 / WRK-GER-SOMA
           END-IF.
           MOVE WRK-REG-QTD TO WRK-REG-QTD-ED.
           MOVE WRK-REG-SOMA TO WRK-REG-SOMA-ED.
           MOVE WRK-REG-MEDIA TO WRK-REG-MEDIA-ED.
           MOVE WRK-REG-MIN TO WRK-REG-MIN-ED.
           MOVE WRK-REG-MAX TO WRK-REG-MAX-ED.
           MOVE WRK-REG-PCT TO WRK-REG-PCT-ED.

       043-GRAVA-CSV-REGIAO.
           MOVE SPACES TO WRK-CSV-LINHA.
           STRING WRK-REG-UF DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-CIDADE) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-REGIAO) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-QTD-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-SOMA-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-MEDIA-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-MIN-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-MAX-ED) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-REG-PCT-ED) DELIMITED BY SIZE
               INTO WRK-CSV-LINHA
           END-STRING.
           MOVE WRK-CSV-LINHA TO CSVREG-REG.
           WRITE CSVREG-REG.

       END PROGRAM PROG003.
