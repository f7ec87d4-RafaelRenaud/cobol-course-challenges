      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG057.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * LGPD purge: a resident inactivated through PROG007 or
      * PROG028 longer ago than the retention period entered has
      * name, CPF and address replaced by a one-way token in the
      * master and in every copy the suite keeps of them. The
      * record itself stays (SITUACAO 'I'), so counts, backup
      * trailers and the audit sequence of each token still add
      * up. The token is built from the run date and a sequence,
      * never from the CPF, and no table linking the two is kept.
      * Spooled reports of PROG006 and PROG032 are rewritten too,
      * so PROG061 cannot reprint the name or CPF.
      *-----------------------
           SELECT ARQUIVO ASSIGN TO 'USUARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           FILE STATUS IS WS-FILE-STATUS.
      *-----------------------
      * The inactivation date is not on the master: it comes from
      * the INATIVACAO before-image in HISTUSU.TXT and the
      * INATIVACAO lines of the audit trail and of its archive.
      * The same three files are then rewritten with the token.
      *-----------------------
           SELECT HISTUSU ASSIGN TO 'HISTUSU.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
           SELECT AUDARQ ASSIGN TO 'AUDARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDARQ-STATUS.
      *-----------------------
      * Copies of the master kept outside it: the PROG006 CSV
      * export, the PROG015 sequential backup and the PROG007
      * checkpoint marker (last CPF written).
      *-----------------------
           SELECT CSV-EXPORT ASSIGN TO 'USUARIOS.CSV'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.
           SELECT BACKUP ASSIGN TO 'USUBKP.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-STATUS.
           SELECT CHECKPT ASSIGN TO 'CHECKPT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CK-STATUS.
      *-----------------------
      * The report spool (PROG062) keeps the PROG006 labels,
      * certificates and listings and the PROG032 dossiers as they
      * were printed, for PROG061 to reprint: SPOOLCAT.TXT lists the
      * runs and SPOOLARQ is the SPOOLnnnnnn.TXT of the run being
      * rewritten, named in WRK-ARQ-SPOOL before the OPEN.
      *-----------------------
           SELECT SPOOLCAT ASSIGN TO 'SPOOLCAT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAT-STATUS.
           SELECT SPOOLARQ ASSIGN USING WRK-ARQ-SPOOL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.
      *-----------------------
      * RETLEGAL.TXT is the legal-hold list kept by the data
      * protection officer: one CPF per line (with the reason
      * beside it) that must not be anonymized while a lawsuit,
      * inquiry or tax claim is open, whatever its age.
      *-----------------------
           SELECT RETLEGAL ASSIGN TO 'RETLEGAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.
      *-----------------------
      * CERTLGPD.TXT accumulates one certificate per definitive
      * run: parameters, the tokens issued and the lines replaced
      * in each file. It carries no CPF and no name.
      *-----------------------
           SELECT CERTLGPD ASSIGN TO 'CERTLGPD.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.
      *-----------------------
      * Work file for the rewrites, as in PROG017: the first pass
      * writes every line (replaced or not) here and the second
      * brings them back over the live file.
      *-----------------------
           SELECT ARQTEMP ASSIGN TO 'ARQTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
      * Sort work file bringing together, per CPF, the inactivated
      * master record and its inactivation lines, so each CPF is
      * classified before it takes a place in the table.
      *-----------------------
           SELECT SORT-INATIVOS ASSIGN TO 'LGPDSORT.TMP'.
      *-----------------------
      * PROG057.PRM, when present, answers every prompt of the run
      * in order, so the purge can be scheduled after hours;
      * EXECLOG.TXT keeps the start/end trail.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG057.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ARQUIVO.
       COPY USUARIO.
       FD HISTUSU.
       01 HIST-REG.
           05 HIST-DATA PIC 9(8).
           05 HIST-HORA PIC 9(8).
           05 HIST-OPERACAO PIC X(15).
           05 HIST-USUARIO.
               10 HIST-NOME PIC X(32).
               10 HIST-CPF PIC X(16).
               10 HIST-RUA PIC X(32).
               10 HIST-NUMERO PIC X(4).
               10 HIST-BAIRRO PIC X(16).
               10 HIST-SITUACAO PIC X(1).
       FD AUDITORIA.
       COPY AUDITORIA.
       FD AUDARQ.
       01 AUDARQ-REG PIC X(83).
       FD CSV-EXPORT.
       01 CSV-REG PIC X(100).
       FD BACKUP.
       01 BKP-REG PIC X(110).
       01 BKP-DETALHE REDEFINES BKP-REG.
           05 BKP-D-TIPO PIC X(1).
           05 BKP-D-USUARIO.
               10 BKP-D-NOME PIC X(32).
               10 BKP-D-CPF PIC X(16).
               10 BKP-D-RUA PIC X(32).
               10 BKP-D-NUMERO PIC X(4).
               10 BKP-D-BAIRRO PIC X(16).
               10 BKP-D-SITUACAO PIC X(1).
           05 FILLER PIC X(8).
       FD CHECKPT.
       COPY CHECKPT.
       FD SPOOLCAT.
       COPY SPOOLCAT.
       FD SPOOLARQ.
       COPY SPOOLLIN.
       FD RETLEGAL.
       01 RET-REG.
           05 RET-CPF PIC X(16).
           05 RET-MOTIVO PIC X(40).
       FD CERTLGPD.
       01 CERT-REG PIC X(80).
       FD ARQTEMP.
       01 TEMP-REG PIC X(137).
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       COPY EXECLOG.
       SD SORT-INATIVOS.
       01 SORT-REG.
           05 SORT-CPF PIC X(16).
           05 SORT-TIPO PIC X(1).
           05 SORT-DATA PIC 9(8).
           05 SORT-NOME PIC X(32).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-FILE-STATUS PIC X(2) VALUE SPACES.
       77 WS-HIST-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-AUDARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-CSV-STATUS PIC X(2) VALUE SPACES.
       77 WS-BKP-STATUS PIC X(2) VALUE SPACES.
       77 WS-CK-STATUS PIC X(2) VALUE SPACES.
       77 WS-RET-STATUS PIC X(2) VALUE SPACES.
       77 WS-CERT-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-SCAT-STATUS PIC X(2) VALUE SPACES.
       77 WS-SPOOL-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-SPOOLCAT PIC 9(1) VALUE 0.
       77 FLAG-SORT PIC 9(1) VALUE 0.
      *-----------------------
      * Operator code and profile signed on at the PROG001 menu,
      * shared via EXTERNAL; spaces when the program was run
      * directly.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
      *-----------------------
      * Modo (1 = simulacao, 2 = definitivo), prazo de retencao em
      * meses e a data de corte derivada dele: inativados antes do
      * corte sao anonimizados. O dia passa de 28 para 28, para o
      * corte nunca cair num dia que o mes nao tem.
       77 WRK-MODO PIC X(1) VALUE SPACES.
       77 WRK-PRAZO-ENTRADA PIC X(3) VALUE SPACES.
       77 WRK-PRAZO-MESES PIC 9(3) VALUE ZEROS.
       77 WRK-PRAZO-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-SEGUE PIC X(1) VALUE 'S'.
       77 WRK-CONFIRMA PIC X(1) VALUE SPACES.
       01 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       01 WRK-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-HOJE-ANO PIC 9(4).
           05 WRK-HOJE-MES PIC 9(2).
           05 WRK-HOJE-DIA PIC 9(2).
       01 WRK-DATA-CORTE PIC 9(8) VALUE ZEROS.
       01 WRK-CORTE-R REDEFINES WRK-DATA-CORTE.
           05 WRK-CORTE-ANO PIC 9(4).
           05 WRK-CORTE-MES PIC 9(2).
           05 WRK-CORTE-DIA PIC 9(2).
       77 WRK-MESES-TOTAL PIC 9(6) VALUE ZEROS.
       77 WRK-HORA-AGORA PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9999/99/99 VALUE ZEROS.
      *-----------------------
      * Cadastros inativados vencidos (classe P), com a data da
      * ultima inativacao achada e o token emitido. Retidos por
      * bloqueio legal (R), sem data de inativacao (S, ficam de
      * fora ate alguem apurar) e ainda dentro do prazo (J) sao so
      * contados na classificacao e nao ocupam a tabela.
       01 TABELA-CANDIDATOS.
           05 CAND-ITEM OCCURS 500 TIMES.
               10 TABCAND-CPF PIC X(16).
               10 TABCAND-NOME PIC X(32).
               10 TABCAND-DATA PIC 9(8).
               10 TABCAND-CLASSE PIC X(1).
               10 TABCAND-TOKEN PIC X(16).
       77 QTD-CANDIDATOS PIC 9(3) VALUE ZEROS.
       77 IDX-CANDIDATO PIC 9(3) VALUE ZEROS.
       77 IDX-CAND-ACHADO PIC 9(3) VALUE ZEROS.
       77 IDX-PROCURA PIC 9(3) VALUE ZEROS.
       77 WRK-CPF-PROCURA PIC X(16) VALUE SPACES.
       77 WRK-DATA-EVIDENCIA PIC 9(8) VALUE ZEROS.
      * CPF em classificacao na saida do sort.
       77 WRK-CPF-GRUPO PIC X(16) VALUE SPACES.
       77 WRK-NOME-GRUPO PIC X(32) VALUE SPACES.
       77 WRK-DATA-GRUPO PIC 9(8) VALUE ZEROS.
       77 WRK-GRUPO-INATIVO PIC X(1) VALUE 'N'.
      *-----------------------
      * Bloqueios legais carregados de RETLEGAL.TXT. Estourar a
      * tabela aborta a execucao: um CPF retido que ficasse de fora
      * seria anonimizado.
       01 TABELA-RETENCAO.
           05 RET-ITEM OCCURS 200 TIMES.
               10 TABRET-CPF PIC X(16).
       77 QTD-RETENCOES PIC 9(3) VALUE ZEROS.
       77 IDX-RETENCAO PIC 9(3) VALUE ZEROS.
       77 WRK-RETIDO PIC X(1) VALUE 'N'.
      *-----------------------
      * Token de via unica: 'ANON' + data da execucao + sequencia;
      * a sequencia avanca ate achar uma chave livre no mestre,
      * para duas execucoes no mesmo dia nao colidirem.
       01 WRK-TOKEN.
           05 FILLER PIC X(4) VALUE 'ANON'.
           05 WRK-TOKEN-DATA PIC 9(8) VALUE ZEROS.
           05 WRK-TOKEN-SEQ PIC 9(4) VALUE ZEROS.
       77 WRK-TOKEN-LIVRE PIC X(1) VALUE 'N'.
       77 WRK-NOME-ANONIMO PIC X(32) VALUE 'ANONIMIZADO'.
      *-----------------------
      * Linha do CSV desmontada para achar o CPF (segundo campo).
       77 WRK-CSV-NOME PIC X(32) VALUE SPACES.
       77 WRK-CSV-CPF PIC X(16) VALUE SPACES.
      *-----------------------
      * Linha do spool (ou descricao do catalogo) em substituicao:
      * o texto com folga de 32 brancos para a comparacao do nome
      * no fim da linha, o tamanho util e a posicao varrida. Nome e
      * CPF saem impressos com o campo inteiro, brancos finais
      * inclusive, e sao trocados so onde comecam depois de um
      * branco ou de ':' - um nome curto nao casa dentro de outro.
       77 WRK-ARQ-SPOOL PIC X(16) VALUE SPACES.
       77 WRK-TEXTO PIC X(164) VALUE SPACES.
       77 WRK-TAM-TEXTO PIC 9(3) VALUE ZEROS.
       77 IDX-POSICAO PIC 9(3) VALUE ZEROS.
       77 WRK-CAR-ANTERIOR PIC X(1) VALUE SPACE.
       77 WRK-TEXTO-ALTERADO PIC X(1) VALUE 'N'.
      *-----------------------
      * Totais por classe e linhas substituidas por arquivo, para
      * a tela e para o certificado.
       77 QTD-ANONIMIZAR PIC 9(3) VALUE ZEROS.
       77 QTD-RETIDOS PIC 9(5) VALUE ZEROS.
       77 QTD-SEM-DATA PIC 9(5) VALUE ZEROS.
       77 QTD-NO-PRAZO PIC 9(5) VALUE ZEROS.
       77 QTD-ADIADOS PIC 9(5) VALUE ZEROS.
       77 QTD-MESTRE PIC 9(5) VALUE ZEROS.
       77 QTD-HISTUSU PIC 9(5) VALUE ZEROS.
       77 QTD-AUDITORIA PIC 9(5) VALUE ZEROS.
       77 QTD-AUDARQ PIC 9(5) VALUE ZEROS.
       77 QTD-CSV PIC 9(5) VALUE ZEROS.
       77 QTD-BACKUP PIC 9(5) VALUE ZEROS.
       77 QTD-CHECKPT PIC 9(5) VALUE ZEROS.
       77 QTD-SPOOL PIC 9(5) VALUE ZEROS.
       77 QTD-SPOOL-ARQ PIC 9(5) VALUE ZEROS.
       77 QTD-SPOOL-RELAT PIC 9(5) VALUE ZEROS.
       77 QTD-SPOOLCAT PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-LINHA PIC X(80) VALUE SPACES.
       77 WRK-RESPONSAVEL PIC X(30) VALUE SPACES.
      *-----------------------
      * Linha de auditoria de cada token emitido.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Execucao sem operador: com PROG057.PRM presente, cada
      * resposta vem do arquivo em vez do console, e o inicio e o
      * fim da execucao ficam registrados em EXECLOG.TXT.
       77 WS-PARM-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 WS-PARM-ATIVO PIC X(1) VALUE 'N'.
       77 WS-RESPOSTA PIC X(100) VALUE SPACES.
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM 040-ABRE-PARAMETROS.
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           IF WS-PERFIL-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-PERFIL-ATUAL
           END-IF.
           DISPLAY '#########################################'.
           DISPLAY 'ANONIMIZACAO LGPD DE CADASTROS INATIVADOS'.
           DISPLAY '#########################################'.
           DISPLAY 'MODO: (1) SIMULACAO - SO LISTA OS CANDIDATOS'.
           DISPLAY '      (2) ANONIMIZACAO DEFINITIVA'.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:1) TO WRK-MODO.
           DISPLAY 'PRAZO DE RETENCAO APOS A INATIVACAO, EM MESES '
               '(3 DIGITOS, BRANCO = 060): '.
           PERFORM 041-OBTEM-RESPOSTA.
           MOVE WS-RESPOSTA(1:3) TO WRK-PRAZO-ENTRADA.
           PERFORM 001-VALIDA-PARAMETROS.
           IF WRK-SEGUE EQUAL 'S'
               PERFORM 002-CALCULA-CORTE
               PERFORM 003-CARREGA-RETENCAO
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               PERFORM 005-CARREGA-CANDIDATOS
           END-IF.
           IF WRK-SEGUE EQUAL 'S'
               PERFORM 018-LISTA-CANDIDATOS
               IF WRK-MODO EQUAL '2'
                   PERFORM 020-CONFIRMA-E-ANONIMIZA
               END-IF
               CLOSE ARQUIVO
           END-IF.
           PERFORM 043-ENCERRA-EXECUCAO.
           IF WRK-SEGUE NOT EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       001-VALIDA-PARAMETROS.
      **
      * Mode and retention period. The definitive mode is for a
      * supervisor at the console, or for the scheduled run driven
      * by PROG057.PRM; anyone may simulate.
      **
           MOVE 'S' TO WRK-SEGUE.
           IF WRK-MODO NOT EQUAL '1' AND WRK-MODO NOT EQUAL '2'
               DISPLAY 'MODO INVALIDO - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.
           IF WRK-PRAZO-ENTRADA EQUAL SPACES
               MOVE 60 TO WRK-PRAZO-MESES
           ELSE
               IF WRK-PRAZO-ENTRADA NUMERIC
                   MOVE WRK-PRAZO-ENTRADA TO WRK-PRAZO-MESES
               ELSE
                   MOVE ZEROS TO WRK-PRAZO-MESES
               END-IF
           END-IF.
           IF WRK-SEGUE EQUAL 'S' AND WRK-PRAZO-MESES EQUAL ZEROS
               DISPLAY 'PRAZO INVALIDO - NADA FEITO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.
           IF WRK-SEGUE EQUAL 'S' AND WRK-MODO EQUAL '2'
               AND WS-PARM-ATIVO EQUAL 'N'
               AND WS-PERFIL-ATUAL NOT EQUAL 'S'
               DISPLAY 'ANONIMIZACAO DEFINITIVA EXIGE SUPERVISOR - '
                   'USE A SIMULACAO.'
               MOVE 'N' TO WRK-SEGUE
           END-IF.

       002-CALCULA-CORTE.
      **
      * Cutoff = today minus the retention period, counted in
      * whole months; day 29 to 31 comes back to 28.
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-MESES-TOTAL = WRK-HOJE-ANO * 12
               + WRK-HOJE-MES - 1 - WRK-PRAZO-MESES.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-CORTE-ANO
               REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.
           MOVE WRK-HOJE-DIA TO WRK-CORTE-DIA.
           IF WRK-CORTE-DIA GREATER THAN 28
               MOVE 28 TO WRK-CORTE-DIA
           END-IF.
           MOVE WRK-PRAZO-MESES TO WRK-PRAZO-ED.
           MOVE WRK-DATA-CORTE TO WRK-DATA-ED.
           DISPLAY 'PRAZO: ' WRK-PRAZO-ED ' MESES - INATIVADOS ANTES '
               'DE ' WRK-DATA-ED.

       003-CARREGA-RETENCAO.
      **
      * Legal-hold list into memory. No RETLEGAL.TXT means no CPF
      * is held; a list larger than the table stops the run.
      **
           MOVE ZEROS TO QTD-RETENCOES.
           OPEN INPUT RETLEGAL.
           IF WS-RET-STATUS NOT EQUAL '00'
               DISPLAY 'NENHUM BLOQUEIO LEGAL EM RETLEGAL.TXT.'
           ELSE
               MOVE 0 TO FLAG-ARQUIVO
               READ RETLEGAL AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 004-RETENCAO-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE RETLEGAL
           END-IF.

       004-RETENCAO-ITEM.
           IF RET-CPF NOT EQUAL SPACES
               IF QTD-RETENCOES LESS THAN 200
                   ADD 1 TO QTD-RETENCOES
                   MOVE RET-CPF TO TABRET-CPF(QTD-RETENCOES)
               ELSE
                   DISPLAY 'RETLEGAL.TXT ACIMA DE 200 CPFS - '
                       'EXECUCAO ABORTADA.'
                   MOVE 'N' TO WRK-SEGUE
                   MOVE 1 TO FLAG-ARQUIVO
               END-IF
           END-IF.
           IF FLAG-ARQUIVO EQUAL 0
               READ RETLEGAL AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
           END-IF.

       005-CARREGA-CANDIDATOS.
      **
      * The master stays open for the whole run (I-O in the
      * definitive mode) so token keys can be checked free. Every
      * inactivated record not yet carrying a token goes through
      * the sort with the inactivation lines of the three trails;
      * each CPF comes out classified, and only the ones due for
      * anonymization take a place in the table. Past 500 of those
      * the rest waits for the next run.
      **
           IF WRK-MODO EQUAL '2'
               OPEN I-O ARQUIVO
           ELSE
               OPEN INPUT ARQUIVO
           END-IF.
           IF WS-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR USUARIOS.DAT - FILE STATUS: '
                   WS-FILE-STATUS
               MOVE 'N' TO WRK-SEGUE
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'CPF              NOME                       '
                   '      INATIVADO EM  SITUACAO'
               SORT SORT-INATIVOS ON ASCENDING KEY SORT-CPF
                   INPUT PROCEDURE IS 006-SEPARA-INATIVOS
                   OUTPUT PROCEDURE IS 013-CLASSIFICA
           END-IF.

       006-SEPARA-INATIVOS.
      **
      * Sort input: one 'M' line per inactivated record of the
      * master, one 'E' line per inactivation found in the trails.
      **
           MOVE 0 TO FLAG-ARQUIVO.
           READ ARQUIVO NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO
           END-READ.
           PERFORM 015-MESTRE-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1.
           PERFORM 007-DATA-HISTUSU.
           PERFORM 009-DATA-AUDITORIA.
           PERFORM 011-DATA-AUDARQ.

       007-DATA-HISTUSU.
      **
      * Inactivation dates, first source: the before-image PROG007
      * and PROG028 save under INATIVACAO. The latest one counts.
      **
           OPEN INPUT HISTUSU.
           IF WS-HIST-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ HISTUSU AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 008-DATA-HIST-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE HISTUSU
           END-IF.

       008-DATA-HIST-ITEM.
           IF HIST-OPERACAO EQUAL 'INATIVACAO'
               MOVE HIST-CPF TO WRK-CPF-PROCURA
               MOVE HIST-DATA TO WRK-DATA-EVIDENCIA
               PERFORM 016-SOLTA-EVIDENCIA
           END-IF.
           READ HISTUSU AT END MOVE 1 TO FLAG-ARQUIVO.

       009-DATA-AUDITORIA.
      **
      * Second source: the INATIVACAO lines of the audit trail.
      **
           OPEN INPUT AUDITORIA.
           IF WS-AUD-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ AUDITORIA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 010-DATA-AUD-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE AUDITORIA
           END-IF.

       010-DATA-AUD-ITEM.
           IF AUD-OPERACAO EQUAL 'INATIVACAO'
               MOVE AUD-CPF TO WRK-CPF-PROCURA
               MOVE AUD-DATA TO WRK-DATA-EVIDENCIA
               PERFORM 016-SOLTA-EVIDENCIA
           END-IF.
           READ AUDITORIA AT END MOVE 1 TO FLAG-ARQUIVO.

       011-DATA-AUDARQ.
      **
      * Third source: the same lines already moved to the PROG017
      * archive, read through the AUDITORIA layout as PROG013 does.
      **
           OPEN INPUT AUDARQ.
           IF WS-AUDARQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ARQUIVO
               READ AUDARQ AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 012-DATA-AUDARQ-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE AUDARQ
           END-IF.

       012-DATA-AUDARQ-ITEM.
           MOVE AUDARQ-REG TO AUDITORIA-REG.
           IF AUD-OPERACAO EQUAL 'INATIVACAO'
               MOVE AUD-CPF TO WRK-CPF-PROCURA
               MOVE AUD-DATA TO WRK-DATA-EVIDENCIA
               PERFORM 016-SOLTA-EVIDENCIA
           END-IF.
           READ AUDARQ AT END MOVE 1 TO FLAG-ARQUIVO.

       013-CLASSIFICA.
      **
      * Sort output: each CPF with its lines together. Held, no
      * date and inside the period are counted (and the first two
      * listed) without taking a place in the table; a token is
      * issued to each one due for anonymization.
      **
           MOVE ZEROS TO QTD-CANDIDATOS.
           MOVE ZEROS TO QTD-ANONIMIZAR.
           MOVE ZEROS TO QTD-RETIDOS.
           MOVE ZEROS TO QTD-SEM-DATA.
           MOVE ZEROS TO QTD-NO-PRAZO.
           MOVE ZEROS TO QTD-ADIADOS.
           MOVE WRK-DATA-HOJE TO WRK-TOKEN-DATA.
           MOVE ZEROS TO WRK-TOKEN-SEQ.
           MOVE 0 TO FLAG-SORT.
           RETURN SORT-INATIVOS AT END MOVE 1 TO FLAG-SORT
           END-RETURN.
           PERFORM 014-CLASSIFICA-GRUPO UNTIL FLAG-SORT EQUAL TO 1.

       014-CLASSIFICA-GRUPO.
           MOVE SORT-CPF TO WRK-CPF-GRUPO.
           MOVE SPACES TO WRK-NOME-GRUPO.
           MOVE ZEROS TO WRK-DATA-GRUPO.
           MOVE 'N' TO WRK-GRUPO-INATIVO.
           PERFORM 019-ACUMULA-GRUPO
               UNTIL FLAG-SORT EQUAL TO 1
               OR SORT-CPF NOT EQUAL WRK-CPF-GRUPO.
           IF WRK-GRUPO-INATIVO EQUAL 'S'
               PERFORM 051-CLASSIFICA-INATIVO
           END-IF.

       015-MESTRE-ITEM.
           IF SITUACAO EQUAL 'I' AND CPF(1:4) NOT EQUAL 'ANON'
               MOVE CPF TO SORT-CPF
               MOVE 'M' TO SORT-TIPO
               MOVE ZEROS TO SORT-DATA
               MOVE NOME TO SORT-NOME
               RELEASE SORT-REG
           END-IF.
           READ ARQUIVO NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO.

       016-SOLTA-EVIDENCIA.
           IF WRK-CPF-PROCURA NOT EQUAL SPACES
               MOVE WRK-CPF-PROCURA TO SORT-CPF
               MOVE 'E' TO SORT-TIPO
               MOVE WRK-DATA-EVIDENCIA TO SORT-DATA
               MOVE SPACES TO SORT-NOME
               RELEASE SORT-REG
           END-IF.

       017-COMPARA-RETENCAO.
           IF TABRET-CPF(IDX-RETENCAO) EQUAL WRK-CPF-GRUPO
               MOVE 'S' TO WRK-RETIDO
           END-IF.

       018-LISTA-CANDIDATOS.
      **
      * Totals both modes show before anything changes; the list
      * of who is due, who is held and who has no inactivation
      * date on record came out of the classification.
      **
           DISPLAY '#########################################'.
           MOVE QTD-ANONIMIZAR TO WRK-QTD-ED.
           DISPLAY 'A ANONIMIZAR:            ' WRK-QTD-ED.
           MOVE QTD-RETIDOS TO WRK-QTD-ED.
           DISPLAY 'RETIDOS (BLOQUEIO LEGAL):' WRK-QTD-ED.
           MOVE QTD-SEM-DATA TO WRK-QTD-ED.
           DISPLAY 'SEM DATA DE INATIVACAO:  ' WRK-QTD-ED.
           MOVE QTD-NO-PRAZO TO WRK-QTD-ED.
           DISPLAY 'AINDA DENTRO DO PRAZO:   ' WRK-QTD-ED.
           IF QTD-ADIADOS GREATER THAN ZEROS
               MOVE QTD-ADIADOS TO WRK-QTD-ED
               DISPLAY 'VENCIDOS ACIMA DE 500:   ' WRK-QTD-ED
                   ' - FICAM PARA A PROXIMA EXECUCAO'
           END-IF.

       019-ACUMULA-GRUPO.
      **
      * The master line marks the CPF as a candidate; of the
      * trail lines the latest inactivation date counts.
      **
           IF SORT-TIPO EQUAL 'M'
               MOVE 'S' TO WRK-GRUPO-INATIVO
               MOVE SORT-NOME TO WRK-NOME-GRUPO
           ELSE
               IF SORT-DATA GREATER THAN WRK-DATA-GRUPO
                   MOVE SORT-DATA TO WRK-DATA-GRUPO
               END-IF
           END-IF.
           RETURN SORT-INATIVOS AT END MOVE 1 TO FLAG-SORT.

       020-CONFIRMA-E-ANONIMIZA.
      **
      * Definitive mode: one confirmation, then the master and
      * each copy in turn, the audit lines and the certificate.
      * The master goes first - it is the system of record.
      **
           IF QTD-ANONIMIZAR EQUAL ZEROS
               DISPLAY 'NENHUM CADASTRO A ANONIMIZAR.'
           ELSE
               DISPLAY 'CONFIRMA A ANONIMIZACAO DEFINITIVA? S/N'
               PERFORM 041-OBTEM-RESPOSTA
               MOVE WS-RESPOSTA(1:1) TO WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                   PERFORM 021-ANONIMIZA-MESTRE
                   PERFORM 023-ANONIMIZA-HISTUSU
                   PERFORM 025-ANONIMIZA-AUDITORIA
                   PERFORM 027-ANONIMIZA-AUDARQ
                   PERFORM 029-ANONIMIZA-CSV
                   PERFORM 031-ANONIMIZA-BACKUP
                   PERFORM 033-ANONIMIZA-CHECKPT
                   PERFORM 052-ANONIMIZA-SPOOL
                   PERFORM 036-GRAVA-AUDITORIA
                   PERFORM 038-EMITE-CERTIFICADO
               ELSE
                   MOVE ZEROS TO QTD-ANONIMIZAR
                   DISPLAY 'ANONIMIZACAO CANCELADA.'
               END-IF
           END-IF.

       021-ANONIMIZA-MESTRE.
      **
      * CPF is the record key, so each record is deleted and
      * written back under its token with the personal fields
      * cleared; the record count on file does not change.
      **
           MOVE ZEROS TO QTD-MESTRE.
           PERFORM 022-MESTRE-ITEM
               VARYING IDX-CANDIDATO FROM 1 BY 1
               UNTIL IDX-CANDIDATO GREATER THAN QTD-CANDIDATOS.
           MOVE QTD-MESTRE TO WRK-QTD-ED.
           DISPLAY 'USUARIOS.DAT:  ' WRK-QTD-ED ' REGISTRO(S).'.

       022-MESTRE-ITEM.
           IF TABCAND-CLASSE(IDX-CANDIDATO) EQUAL 'P'
               MOVE TABCAND-CPF(IDX-CANDIDATO) TO CPF
               READ ARQUIVO KEY IS CPF
                   INVALID KEY
                       DISPLAY 'CPF ' TABCAND-CPF(IDX-CANDIDATO)
                           ' NAO ENCONTRADO NO MESTRE.'
                   NOT INVALID KEY
                       DELETE ARQUIVO RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO EXCLUIR REGISTRO - '
                                   'FILE STATUS: ' WS-FILE-STATUS
                           NOT INVALID KEY
                               MOVE WRK-NOME-ANONIMO TO NOME
                               MOVE TABCAND-TOKEN(IDX-CANDIDATO)
                                   TO CPF
                               MOVE SPACES TO ENDERECO
                               MOVE 'I' TO SITUACAO
                               WRITE USUARIO
                               IF WS-FILE-STATUS EQUAL '00'
                                   ADD 1 TO QTD-MESTRE
                               ELSE
                                   DISPLAY 'ERRO AO GRAVAR TOKEN - '
                                       'FILE STATUS: ' WS-FILE-STATUS
                               END-IF
                       END-DELETE
               END-READ
           END-IF.

       023-ANONIMIZA-HISTUSU.
      **
      * Every before-image of the CPF - correction, inactivation
      * or any other - takes the token and loses name and address.
      **
           MOVE ZEROS TO QTD-HISTUSU.
           OPEN INPUT HISTUSU.
           IF WS-HIST-STATUS EQUAL '00'
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ HISTUSU AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 024-HIST-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE HISTUSU
               CLOSE ARQTEMP
               OPEN INPUT ARQTEMP
               OPEN OUTPUT HISTUSU
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 045-HIST-VOLTA-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE ARQTEMP
               CLOSE HISTUSU
           END-IF.
           MOVE QTD-HISTUSU TO WRK-QTD-ED.
           DISPLAY 'HISTUSU.TXT:   ' WRK-QTD-ED ' LINHA(S).'.

       024-HIST-ITEM.
           MOVE HIST-CPF TO WRK-CPF-PROCURA.
           PERFORM 034-PROCURA-CANDIDATO.
           IF IDX-CAND-ACHADO GREATER THAN ZEROS
               IF TABCAND-CLASSE(IDX-CAND-ACHADO) EQUAL 'P'
                   MOVE WRK-NOME-ANONIMO TO HIST-NOME
                   MOVE TABCAND-TOKEN(IDX-CAND-ACHADO) TO HIST-CPF
                   MOVE SPACES TO HIST-RUA
                   MOVE SPACES TO HIST-NUMERO
                   MOVE SPACES TO HIST-BAIRRO
                   ADD 1 TO QTD-HISTUSU
               END-IF
           END-IF.
           MOVE HIST-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ HISTUSU AT END MOVE 1 TO FLAG-ARQUIVO.

       025-ANONIMIZA-AUDITORIA.
      **
      * Audit lines keep date, time, program, operation, reason
      * and operator; only the CPF becomes the token, so the
      * sequence of what happened to the record still reads.
      **
           MOVE ZEROS TO QTD-AUDITORIA.
           OPEN INPUT AUDITORIA.
           IF WS-AUD-STATUS EQUAL '00'
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ AUDITORIA AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 026-AUD-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE AUDITORIA
               CLOSE ARQTEMP
               OPEN INPUT ARQTEMP
               OPEN OUTPUT AUDITORIA
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 046-AUD-VOLTA-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE ARQTEMP
               CLOSE AUDITORIA
           END-IF.
           MOVE QTD-AUDITORIA TO WRK-QTD-ED.
           DISPLAY 'AUDITORIA.TXT: ' WRK-QTD-ED ' LINHA(S).'.

       026-AUD-ITEM.
           MOVE AUD-CPF TO WRK-CPF-PROCURA.
           PERFORM 034-PROCURA-CANDIDATO.
           IF IDX-CAND-ACHADO GREATER THAN ZEROS
               IF TABCAND-CLASSE(IDX-CAND-ACHADO) EQUAL 'P'
                   MOVE TABCAND-TOKEN(IDX-CAND-ACHADO) TO AUD-CPF
                   ADD 1 TO QTD-AUDITORIA
               END-IF
           END-IF.
           MOVE AUDITORIA-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ AUDITORIA AT END MOVE 1 TO FLAG-ARQUIVO.

       027-ANONIMIZA-AUDARQ.
           MOVE ZEROS TO QTD-AUDARQ.
           OPEN INPUT AUDARQ.
           IF WS-AUDARQ-STATUS EQUAL '00'
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ AUDARQ AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 028-AUDARQ-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE AUDARQ
               CLOSE ARQTEMP
               OPEN INPUT ARQTEMP
               OPEN OUTPUT AUDARQ
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 047-AUDARQ-VOLTA-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE ARQTEMP
               CLOSE AUDARQ
           END-IF.
           MOVE QTD-AUDARQ TO WRK-QTD-ED.
           DISPLAY 'AUDARQ.TXT:    ' WRK-QTD-ED ' LINHA(S).'.

       028-AUDARQ-ITEM.
           MOVE AUDARQ-REG TO AUDITORIA-REG.
           MOVE AUD-CPF TO WRK-CPF-PROCURA.
           PERFORM 034-PROCURA-CANDIDATO.
           IF IDX-CAND-ACHADO GREATER THAN ZEROS
               IF TABCAND-CLASSE(IDX-CAND-ACHADO) EQUAL 'P'
                   MOVE TABCAND-TOKEN(IDX-CAND-ACHADO) TO AUD-CPF
                   ADD 1 TO QTD-AUDARQ
               END-IF
           END-IF.
           MOVE AUDITORIA-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ AUDARQ AT END MOVE 1 TO FLAG-ARQUIVO.

       029-ANONIMIZA-CSV.
      **
      * An export taken before the inactivation may still carry
      * the row; it is rewritten as name, token and empty address.
      **
           MOVE ZEROS TO QTD-CSV.
           OPEN INPUT CSV-EXPORT.
           IF WS-CSV-STATUS EQUAL '00'
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ CSV-EXPORT AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 030-CSV-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE CSV-EXPORT
               CLOSE ARQTEMP
               OPEN INPUT ARQTEMP
               OPEN OUTPUT CSV-EXPORT
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 048-CSV-VOLTA-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE ARQTEMP
               CLOSE CSV-EXPORT
           END-IF.
           MOVE QTD-CSV TO WRK-QTD-ED.
           DISPLAY 'USUARIOS.CSV:  ' WRK-QTD-ED ' LINHA(S).'.

       030-CSV-ITEM.
           MOVE SPACES TO WRK-CSV-NOME.
           MOVE SPACES TO WRK-CSV-CPF.
           UNSTRING CSV-REG DELIMITED BY ','
               INTO WRK-CSV-NOME WRK-CSV-CPF
           END-UNSTRING.
           MOVE WRK-CSV-CPF TO WRK-CPF-PROCURA.
           PERFORM 034-PROCURA-CANDIDATO.
           IF IDX-CAND-ACHADO GREATER THAN ZEROS
               IF TABCAND-CLASSE(IDX-CAND-ACHADO) EQUAL 'P'
                   MOVE SPACES TO CSV-REG
                   STRING 'ANONIMIZADO,' DELIMITED BY SIZE
                       TABCAND-TOKEN(IDX-CAND-ACHADO)
                       DELIMITED BY SIZE
                       ',,,' DELIMITED BY SIZE
                       INTO CSV-REG
                   END-STRING
                   ADD 1 TO QTD-CSV
               END-IF
           END-IF.
           MOVE CSV-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ CSV-EXPORT AT END MOVE 1 TO FLAG-ARQUIVO.

       031-ANONIMIZA-BACKUP.
      **
      * PROG015 backup: detail records are cleared like the
      * master; header and trailer (and so the count the rebuild
      * verifies) are untouched.
      **
           MOVE ZEROS TO QTD-BACKUP.
           OPEN INPUT BACKUP.
           IF WS-BKP-STATUS EQUAL '00'
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ BACKUP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 032-BACKUP-ITEM UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE BACKUP
               CLOSE ARQTEMP
               OPEN INPUT ARQTEMP
               OPEN OUTPUT BACKUP
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 049-BACKUP-VOLTA-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE ARQTEMP
               CLOSE BACKUP
           END-IF.
           MOVE QTD-BACKUP TO WRK-QTD-ED.
           DISPLAY 'USUBKP.TXT:    ' WRK-QTD-ED ' LINHA(S).'.

       032-BACKUP-ITEM.
           IF BKP-D-TIPO EQUAL 'D'
               MOVE BKP-D-CPF TO WRK-CPF-PROCURA
               PERFORM 034-PROCURA-CANDIDATO
               IF IDX-CAND-ACHADO GREATER THAN ZEROS
                   IF TABCAND-CLASSE(IDX-CAND-ACHADO) EQUAL 'P'
                       MOVE WRK-NOME-ANONIMO TO BKP-D-NOME
                       MOVE TABCAND-TOKEN(IDX-CAND-ACHADO)
                           TO BKP-D-CPF
                       MOVE SPACES TO BKP-D-RUA
                       MOVE SPACES TO BKP-D-NUMERO
                       MOVE SPACES TO BKP-D-BAIRRO
                       ADD 1 TO QTD-BACKUP
                   END-IF
               END-IF
           END-IF.
           MOVE BKP-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ BACKUP AT END MOVE 1 TO FLAG-ARQUIVO.

       033-ANONIMIZA-CHECKPT.
      **
      * The checkpoint marker holds a single CPF; if it is one of
      * today's, the marker keeps its count under the token.
      **
           MOVE ZEROS TO QTD-CHECKPT.
           MOVE ZEROS TO IDX-CAND-ACHADO.
           OPEN INPUT CHECKPT.
           IF WS-CK-STATUS EQUAL '00'
               READ CHECKPT
                   NOT AT END
                       MOVE CK-CPF TO WRK-CPF-PROCURA
                       PERFORM 034-PROCURA-CANDIDATO
               END-READ
               CLOSE CHECKPT
               IF IDX-CAND-ACHADO GREATER THAN ZEROS
                   IF TABCAND-CLASSE(IDX-CAND-ACHADO) EQUAL 'P'
                       MOVE TABCAND-TOKEN(IDX-CAND-ACHADO) TO CK-CPF
                       OPEN OUTPUT CHECKPT
                       WRITE CHECKPT-REG
                       CLOSE CHECKPT
                       ADD 1 TO QTD-CHECKPT
                   END-IF
               END-IF
           END-IF.

       034-PROCURA-CANDIDATO.
      **
      * Position of WRK-CPF-PROCURA in the candidate table, zero
      * when absent.
      **
           MOVE ZEROS TO IDX-CAND-ACHADO.
           IF WRK-CPF-PROCURA NOT EQUAL SPACES
               PERFORM 044-COMPARA-CANDIDATO
                   VARYING IDX-PROCURA FROM 1 BY 1
                   UNTIL IDX-PROCURA GREATER THAN QTD-CANDIDATOS
                   OR IDX-CAND-ACHADO GREATER THAN ZEROS
           END-IF.

       035-PROXIMO-TOKEN.
           ADD 1 TO WRK-TOKEN-SEQ.
           MOVE WRK-TOKEN TO CPF.
           READ ARQUIVO KEY IS CPF
               INVALID KEY MOVE 'S' TO WRK-TOKEN-LIVRE
           END-READ.

       036-GRAVA-AUDITORIA.
      **
      * One ANONIMIZACAO line per token issued, so the token's own
      * audit sequence ends with the purge that created it.
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
               PERFORM 037-AUDITORIA-ITEM
                   VARYING IDX-CANDIDATO FROM 1 BY 1
                   UNTIL IDX-CANDIDATO GREATER THAN QTD-CANDIDATOS
               CLOSE AUDITORIA
           END-IF.

       037-AUDITORIA-ITEM.
           IF TABCAND-CLASSE(IDX-CANDIDATO) EQUAL 'P'
               MOVE WS-AUD-DATA TO AUD-DATA
               MOVE WS-AUD-HORA TO AUD-HORA
               MOVE 'PROG057' TO AUD-PROGRAMA
               MOVE 'ANONIMIZACAO' TO AUD-OPERACAO
               MOVE TABCAND-TOKEN(IDX-CANDIDATO) TO AUD-CPF
               MOVE SPACES TO AUD-MOTIVO
               STRING 'LGPD PRAZO ' DELIMITED BY SIZE
                   WRK-PRAZO-MESES DELIMITED BY SIZE
                   ' MESES' DELIMITED BY SIZE
                   INTO AUD-MOTIVO
               END-STRING
               MOVE WS-OPERADOR-ATUAL TO AUD-OPERADOR
               WRITE AUDITORIA-REG
           END-IF.

       038-EMITE-CERTIFICADO.
      **
      * Certificate of the run appended to CERTLGPD.TXT: when, by
      * whom, under which period, the tokens issued with their
      * inactivation dates and the lines replaced per file.
      **
           OPEN EXTEND CERTLGPD.
           IF WS-CERT-STATUS EQUAL '35'
               OPEN OUTPUT CERTLGPD
               CLOSE CERTLGPD
               OPEN EXTEND CERTLGPD
           END-IF.
           IF WS-CERT-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CERTLGPD.TXT - FILE STATUS: '
                   WS-CERT-STATUS
           ELSE
               MOVE ALL '=' TO CERT-REG
               WRITE CERT-REG
               MOVE 'CERTIFICADO DE ANONIMIZACAO - LGPD' TO CERT-REG
               WRITE CERT-REG
               ACCEPT WRK-HORA-AGORA FROM TIME
               MOVE WRK-DATA-HOJE TO WRK-DATA-ED
               MOVE WS-OPERADOR-ATUAL TO WRK-RESPONSAVEL
               IF WS-OPERADOR-ATUAL EQUAL SPACES
                   AND WS-PARM-ATIVO EQUAL 'S'
                   MOVE 'SEM OPERADOR (PROG057.PRM)'
                       TO WRK-RESPONSAVEL
               END-IF
               MOVE SPACES TO WRK-LINHA
               STRING 'DATA: ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   '  HORA: ' DELIMITED BY SIZE
                   WRK-HORA-AGORA(1:6) DELIMITED BY SIZE
                   '  OPERADOR: ' DELIMITED BY SIZE
                   WRK-RESPONSAVEL DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO CERT-REG
               WRITE CERT-REG
               MOVE WRK-DATA-CORTE TO WRK-DATA-ED
               MOVE SPACES TO WRK-LINHA
               STRING 'PRAZO DE RETENCAO: ' DELIMITED BY SIZE
                   WRK-PRAZO-ED DELIMITED BY SIZE
                   ' MESES - INATIVADOS ANTES DE ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO CERT-REG
               WRITE CERT-REG
               MOVE 'TOKEN             INATIVADO EM' TO CERT-REG
               WRITE CERT-REG
               PERFORM 039-CERTIFICADO-ITEM
                   VARYING IDX-CANDIDATO FROM 1 BY 1
                   UNTIL IDX-CANDIDATO GREATER THAN QTD-CANDIDATOS
               MOVE 'LINHAS SUBSTITUIDAS POR ARQUIVO:' TO CERT-REG
               WRITE CERT-REG
               MOVE 'USUARIOS.DAT ' TO WRK-LINHA
               MOVE QTD-MESTRE TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'HISTUSU.TXT  ' TO WRK-LINHA
               MOVE QTD-HISTUSU TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'AUDITORIA.TXT' TO WRK-LINHA
               MOVE QTD-AUDITORIA TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'AUDARQ.TXT   ' TO WRK-LINHA
               MOVE QTD-AUDARQ TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'USUARIOS.CSV ' TO WRK-LINHA
               MOVE QTD-CSV TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'USUBKP.TXT   ' TO WRK-LINHA
               MOVE QTD-BACKUP TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'CHECKPT.TXT  ' TO WRK-LINHA
               MOVE QTD-CHECKPT TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'SPOOLnnnnnn.TXT' TO WRK-LINHA
               MOVE QTD-SPOOL TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE 'SPOOLCAT.TXT ' TO WRK-LINHA
               MOVE QTD-SPOOLCAT TO WRK-QTD-ED
               PERFORM 050-CERTIFICADO-TOTAL
               MOVE SPACES TO WRK-LINHA
               MOVE QTD-SPOOL-RELAT TO WRK-QTD-ED
               STRING 'RELATORIOS DO SPOOL ALTERADOS:' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO CERT-REG
               WRITE CERT-REG
               MOVE SPACES TO WRK-LINHA
               MOVE QTD-RETIDOS TO WRK-QTD-ED
               STRING 'RETIDOS POR BLOQUEIO LEGAL: ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO CERT-REG
               WRITE CERT-REG
               MOVE SPACES TO WRK-LINHA
               MOVE QTD-SEM-DATA TO WRK-QTD-ED
               STRING 'SEM DATA DE INATIVACAO:     ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO WRK-LINHA
               END-STRING
               MOVE WRK-LINHA TO CERT-REG
               WRITE CERT-REG
               CLOSE CERTLGPD
               DISPLAY 'CERTIFICADO GRAVADO EM CERTLGPD.TXT.'
           END-IF.

       039-CERTIFICADO-ITEM.
           IF TABCAND-CLASSE(IDX-CANDIDATO) EQUAL 'P'
               MOVE TABCAND-DATA(IDX-CANDIDATO) TO WRK-DATA-ED
               MOVE SPACES TO CERT-REG
               STRING TABCAND-TOKEN(IDX-CANDIDATO) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   INTO CERT-REG
               END-STRING
               WRITE CERT-REG
           END-IF.

       050-CERTIFICADO-TOTAL.
           MOVE SPACES TO CERT-REG.
           STRING '    ' DELIMITED BY SIZE
               WRK-LINHA(1:15) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CERT-REG
           END-STRING.
           WRITE CERT-REG.

       040-ABRE-PARAMETROS.
      **
      * Unattended switch: with PROG057.PRM on disk the run takes
      * every answer from it, one per line, in prompt order. The
      * start of the run is logged either way.
      **
           OPEN INPUT PARAMETROS.
           IF WS-PARM-STATUS EQUAL '00'
               MOVE 'S' TO WS-PARM-ATIVO
               DISPLAY 'EXECUCAO SEM OPERADOR VIA PROG057.PRM.'
           ELSE
               MOVE 'N' TO WS-PARM-ATIVO
           END-IF.
           MOVE 'INICIO' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           PERFORM 042-GRAVA-EXECLOG.

       041-OBTEM-RESPOSTA.
      **
      * One answer: the next PROG057.PRM line when the run is
      * unattended, the console otherwise. A short parameters file
      * answers the missing prompts with blanks.
      **
           MOVE SPACES TO WS-RESPOSTA.
           IF WS-PARM-ATIVO EQUAL 'S'
               READ PARAMETROS
                   NOT AT END MOVE PARM-REG TO WS-RESPOSTA
               END-READ
           ELSE
               ACCEPT WS-RESPOSTA
           END-IF.

       042-GRAVA-EXECLOG.
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
               MOVE 'PROG057' TO EXELOG-PROGRAMA
               MOVE WS-EXELOG-EVENTO TO EXELOG-EVENTO
               MOVE WS-EXELOG-DETALHE TO EXELOG-DETALHE
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       043-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           MOVE QTD-ANONIMIZAR TO WRK-QTD-ED.
           EVALUATE TRUE
               WHEN WRK-SEGUE NOT EQUAL 'S'
                   MOVE 'NADA FEITO' TO WS-EXELOG-DETALHE
               WHEN WRK-MODO EQUAL '1'
                   STRING 'SIMULACAO ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       ' CANDIDATO(S)' DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
               WHEN OTHER
                   STRING 'ANONIMIZADOS ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO WS-EXELOG-DETALHE
                   END-STRING
           END-EVALUATE.
           PERFORM 042-GRAVA-EXECLOG.
           IF WS-PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
           END-IF.

       044-COMPARA-CANDIDATO.
           IF TABCAND-CPF(IDX-PROCURA) EQUAL WRK-CPF-PROCURA
               MOVE IDX-PROCURA TO IDX-CAND-ACHADO
           END-IF.

       045-HIST-VOLTA-ITEM.
           MOVE TEMP-REG TO HIST-REG.
           WRITE HIST-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       046-AUD-VOLTA-ITEM.
           MOVE TEMP-REG TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       047-AUDARQ-VOLTA-ITEM.
           MOVE TEMP-REG TO AUDARQ-REG.
           WRITE AUDARQ-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       048-CSV-VOLTA-ITEM.
           MOVE TEMP-REG TO CSV-REG.
           WRITE CSV-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       049-BACKUP-VOLTA-ITEM.
           MOVE TEMP-REG TO BKP-REG.
           WRITE BKP-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

      ** add other procedures here
       051-CLASSIFICA-INATIVO.
      **
      * Class of one inactivated CPF: held by RETLEGAL.TXT first,
      * whatever its age, then no date, then inside the period;
      * what is left is due and takes a place in the table.
      **
           MOVE 'N' TO WRK-RETIDO.
           PERFORM 017-COMPARA-RETENCAO
               VARYING IDX-RETENCAO FROM 1 BY 1
               UNTIL IDX-RETENCAO GREATER THAN QTD-RETENCOES.
           MOVE WRK-DATA-GRUPO TO WRK-DATA-ED.
           EVALUATE TRUE
               WHEN WRK-RETIDO EQUAL 'S'
                   ADD 1 TO QTD-RETIDOS
                   DISPLAY WRK-CPF-GRUPO ' ' WRK-NOME-GRUPO ' '
                       WRK-DATA-ED '    BLOQUEIO LEGAL'
               WHEN WRK-DATA-GRUPO EQUAL ZEROS
                   ADD 1 TO QTD-SEM-DATA
                   DISPLAY WRK-CPF-GRUPO ' ' WRK-NOME-GRUPO ' '
                       '              SEM DATA'
               WHEN WRK-DATA-GRUPO NOT LESS THAN WRK-DATA-CORTE
                   ADD 1 TO QTD-NO-PRAZO
               WHEN QTD-CANDIDATOS NOT LESS THAN 500
                   ADD 1 TO QTD-ADIADOS
               WHEN OTHER
                   ADD 1 TO QTD-CANDIDATOS
                   ADD 1 TO QTD-ANONIMIZAR
                   MOVE WRK-CPF-GRUPO TO TABCAND-CPF(QTD-CANDIDATOS)
                   MOVE WRK-NOME-GRUPO TO TABCAND-NOME(QTD-CANDIDATOS)
                   MOVE WRK-DATA-GRUPO TO TABCAND-DATA(QTD-CANDIDATOS)
                   MOVE 'P' TO TABCAND-CLASSE(QTD-CANDIDATOS)
                   MOVE 'N' TO WRK-TOKEN-LIVRE
                   PERFORM 035-PROXIMO-TOKEN
                       UNTIL WRK-TOKEN-LIVRE EQUAL 'S'
                   MOVE WRK-TOKEN TO TABCAND-TOKEN(QTD-CANDIDATOS)
                   DISPLAY WRK-CPF-GRUPO ' ' WRK-NOME-GRUPO ' '
                       WRK-DATA-ED '    A ANONIMIZAR'
           END-EVALUATE.

       052-ANONIMIZA-SPOOL.
      **
      * Spooled runs of PROG006 and PROG032: in each SPOOLnnnnnn.TXT
      * the name and CPF of every record anonymized today become
      * ANONIMIZADO and the token, through ARQTEMP as above; a run
      * with nothing to change is left as it is. The catalogue line
      * goes through the same change afterwards - a certificate's
      * description carries the CPF.
      **
           MOVE ZEROS TO QTD-SPOOL.
           MOVE ZEROS TO QTD-SPOOL-RELAT.
           MOVE ZEROS TO QTD-SPOOLCAT.
           OPEN INPUT SPOOLCAT.
           IF WS-SCAT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-SPOOLCAT
               READ SPOOLCAT AT END MOVE 1 TO FLAG-SPOOLCAT
               END-READ
               PERFORM 053-SPOOL-CAT-ITEM
                   UNTIL FLAG-SPOOLCAT EQUAL TO 1
               CLOSE SPOOLCAT
               PERFORM 059-ANONIMIZA-CATALOGO
           END-IF.
           MOVE QTD-SPOOL TO WRK-QTD-ED.
           DISPLAY 'SPOOL:         ' WRK-QTD-ED ' LINHA(S).'.
           MOVE QTD-SPOOLCAT TO WRK-QTD-ED.
           DISPLAY 'SPOOLCAT.TXT:  ' WRK-QTD-ED ' LINHA(S).'.

       053-SPOOL-CAT-ITEM.
           IF SPC-PROGRAMA EQUAL 'PROG006'
               OR SPC-PROGRAMA EQUAL 'PROG032'
               PERFORM 054-ANONIMIZA-SPOOLARQ
           END-IF.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-SPOOLCAT.

       054-ANONIMIZA-SPOOLARQ.
           MOVE SPACES TO WRK-ARQ-SPOOL.
           STRING 'SPOOL' DELIMITED BY SIZE
               SPC-NUMERO DELIMITED BY SIZE
               '.TXT' DELIMITED BY SIZE
               INTO WRK-ARQ-SPOOL
           END-STRING.
           MOVE ZEROS TO QTD-SPOOL-ARQ.
           OPEN INPUT SPOOLARQ.
           IF WS-SPOOL-STATUS EQUAL '00'
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-ARQUIVO
               READ SPOOLARQ AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 055-SPOOL-LINHA-ITEM
                   UNTIL FLAG-ARQUIVO EQUAL TO 1
               CLOSE SPOOLARQ
               CLOSE ARQTEMP
               IF QTD-SPOOL-ARQ GREATER THAN ZEROS
                   OPEN INPUT ARQTEMP
                   OPEN OUTPUT SPOOLARQ
                   MOVE 0 TO FLAG-ARQUIVO
                   READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO
                   END-READ
                   PERFORM 056-SPOOL-VOLTA-ITEM
                       UNTIL FLAG-ARQUIVO EQUAL TO 1
                   CLOSE ARQTEMP
                   CLOSE SPOOLARQ
                   ADD QTD-SPOOL-ARQ TO QTD-SPOOL
                   ADD 1 TO QTD-SPOOL-RELAT
               END-IF
           END-IF.

       055-SPOOL-LINHA-ITEM.
           MOVE SPACES TO WRK-TEXTO.
           MOVE SPL-TEXTO TO WRK-TEXTO(1:132).
           MOVE 132 TO WRK-TAM-TEXTO.
           PERFORM 057-SUBSTITUI-TEXTO.
           IF WRK-TEXTO-ALTERADO EQUAL 'S'
               MOVE WRK-TEXTO(1:132) TO SPL-TEXTO
               ADD 1 TO QTD-SPOOL-ARQ
           END-IF.
           MOVE SPOOL-LINHA-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ SPOOLARQ AT END MOVE 1 TO FLAG-ARQUIVO.

       056-SPOOL-VOLTA-ITEM.
           MOVE TEMP-REG TO SPOOL-LINHA-REG.
           WRITE SPOOL-LINHA-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-ARQUIVO.

       057-SUBSTITUI-TEXTO.
      **
      * WRK-TEXTO (WRK-TAM-TEXTO useful bytes) with each anonymized
      * name and CPF replaced where it starts a word; the tokens
      * have the width of the fields they replace.
      **
           MOVE 'N' TO WRK-TEXTO-ALTERADO.
           PERFORM 058-SUBSTITUI-POSICAO
               VARYING IDX-POSICAO FROM 1 BY 1
               UNTIL IDX-POSICAO GREATER THAN WRK-TAM-TEXTO.

       058-SUBSTITUI-POSICAO.
           IF IDX-POSICAO EQUAL 1
               MOVE SPACE TO WRK-CAR-ANTERIOR
           ELSE
               MOVE WRK-TEXTO(IDX-POSICAO - 1:1) TO WRK-CAR-ANTERIOR
           END-IF.
           IF WRK-TEXTO(IDX-POSICAO:1) NOT EQUAL SPACE
               AND (WRK-CAR-ANTERIOR EQUAL SPACE
               OR WRK-CAR-ANTERIOR EQUAL ':')
               PERFORM 060-SUBSTITUI-CANDIDATO
                   VARYING IDX-CANDIDATO FROM 1 BY 1
                   UNTIL IDX-CANDIDATO GREATER THAN QTD-CANDIDATOS
           END-IF.

       059-ANONIMIZA-CATALOGO.
           OPEN INPUT SPOOLCAT.
           OPEN OUTPUT ARQTEMP.
           MOVE 0 TO FLAG-SPOOLCAT.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-SPOOLCAT
           END-READ.
           PERFORM 061-CATALOGO-ITEM UNTIL FLAG-SPOOLCAT EQUAL TO 1.
           CLOSE SPOOLCAT.
           CLOSE ARQTEMP.
           IF QTD-SPOOLCAT GREATER THAN ZEROS
               OPEN INPUT ARQTEMP
               OPEN OUTPUT SPOOLCAT
               MOVE 0 TO FLAG-SPOOLCAT
               READ ARQTEMP AT END MOVE 1 TO FLAG-SPOOLCAT
               END-READ
               PERFORM 062-CATALOGO-VOLTA-ITEM
                   UNTIL FLAG-SPOOLCAT EQUAL TO 1
               CLOSE ARQTEMP
               CLOSE SPOOLCAT
           END-IF.

       060-SUBSTITUI-CANDIDATO.
           IF TABCAND-CLASSE(IDX-CANDIDATO) EQUAL 'P'
               IF WRK-TEXTO(IDX-POSICAO:16)
                   EQUAL TABCAND-CPF(IDX-CANDIDATO)
                   MOVE TABCAND-TOKEN(IDX-CANDIDATO)
                       TO WRK-TEXTO(IDX-POSICAO:16)
                   MOVE 'S' TO WRK-TEXTO-ALTERADO
               END-IF
               IF WRK-TEXTO(IDX-POSICAO:32)
                   EQUAL TABCAND-NOME(IDX-CANDIDATO)
                   MOVE WRK-NOME-ANONIMO TO WRK-TEXTO(IDX-POSICAO:32)
                   MOVE 'S' TO WRK-TEXTO-ALTERADO
               END-IF
           END-IF.

       061-CATALOGO-ITEM.
           IF SPC-PROGRAMA EQUAL 'PROG006'
               OR SPC-PROGRAMA EQUAL 'PROG032'
               MOVE SPACES TO WRK-TEXTO
               MOVE SPC-DESCRICAO TO WRK-TEXTO(1:40)
               MOVE 40 TO WRK-TAM-TEXTO
               PERFORM 057-SUBSTITUI-TEXTO
               IF WRK-TEXTO-ALTERADO EQUAL 'S'
                   MOVE WRK-TEXTO(1:40) TO SPC-DESCRICAO
                   ADD 1 TO QTD-SPOOLCAT
               END-IF
           END-IF.
           MOVE SPOOLCAT-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ SPOOLCAT AT END MOVE 1 TO FLAG-SPOOLCAT.

       062-CATALOGO-VOLTA-ITEM.
           MOVE TEMP-REG TO SPOOLCAT-REG.
           WRITE SPOOLCAT-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-SPOOLCAT.

       END PROGRAM PROG057.
