      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG064.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * Data-file control register. FOLHA.TXT, TURMA.TXT,
      * FAIXAS.TXT and OPERADORES.TXT are plain text and can be
      * edited outside the suite; CTLREG.TXT keeps, for each, the
      * record count and a hash total of its amount fields as the
      * suite last wrote them. The programs fill CTL-PEDIDO
      * (CTLPED.CPY) and CALL this one to verify a file before a
      * batch uses it, to register it right after writing it, or
      * (through PROG063) to resync it after a documented
      * correction. Mismatches, resyncs and first baselines are
      * logged in CTLOCOR.TXT for the PROG063 report.
      *-----------------------
      * ARQUIVO is the data file named by the caller in
      * CTP-ARQUIVO; every line is read whole and laid over the
      * file's own layout below to add up its amount fields.
      *-----------------------
           SELECT ARQUIVO ASSIGN USING WRK-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT CTLREG ASSIGN TO 'CTLREG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.
      *-----------------------
      * The register is rewritten through CTLTEMP.TMP, as in
      * PROG017: every line is copied with the caller's file
      * replaced (or added), then brought back over CTLREG.TXT.
      *-----------------------
           SELECT CTLTEMP ASSIGN TO 'CTLTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
           SELECT CTLOCOR ASSIGN TO 'CTLOCOR.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OCOR-STATUS.
           SELECT EXECLOG ASSIGN TO 'EXECLOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXELOG-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD ARQUIVO.
       01 ARQ-REG PIC X(300).
       FD CTLREG.
       COPY CTLREG.
       FD CTLTEMP.
       01 TEMP-REG PIC X(74).
       FD CTLOCOR.
       COPY CTLOCOR.
       FD EXECLOG.
       COPY EXECLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WS-ARQ-STATUS PIC X(2) VALUE SPACES.
       77 WS-CTL-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-OCOR-STATUS PIC X(2) VALUE SPACES.
       77 WS-EXELOG-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-CTL PIC 9(1) VALUE 0.
       77 WRK-ARQ-NOME PIC X(16) VALUE SPACES.
      *-----------------------
      * Pedido recebido do programa chamador.
       COPY CTLPED.
      *-----------------------
      * Operator code signed on at the PROG001 menu, shared via
      * EXTERNAL; spaces when the program was run directly.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Layouts dos arquivos controlados, para somar os campos de
      * valor de cada linha lida: FOLHA (liquido e bruto), TURMA
      * (notas e faltas), FAIXAS (limite e percentuais, como o FD
      * FAIXAS do PROG002) e OPERADORES (que nao tem valor: soma o
      * codigo de cada byte de codigo, senha e perfil, o que da
      * acesso ao sistema).
       COPY FOLHA.
       COPY TURMA.
       01 FAIXA-REG.
           05 FAIXA-LIMITE PIC 9(8)V99.
           05 FAIXA-PCT-IMPOSTO PIC 9(2)V99.
           05 FAIXA-PCT-BENEFICIOS PIC 9(2)V99.
           05 FAIXA-DESCRICAO PIC X(15).
           05 FAIXA-VIG-INI PIC X(6).
           05 FAIXA-VIG-FIM PIC X(6).
           05 FAIXA-EMPRESA PIC X(30).
       COPY OPERADOR.
       77 IDX-BYTE PIC 9(2) VALUE ZEROS.
      *-----------------------
      * O que o arquivo tem agora e o que o registro diz que ele
      * tinha.
       77 WRK-ARQ-PRESENTE PIC X(1) VALUE 'N'.
       77 WRK-QTD-ATUAL PIC 9(7) VALUE ZEROS.
       77 WRK-HASH-ATUAL PIC 9(16)V99 VALUE ZEROS.
       77 WRK-TEM-REGISTRO PIC X(1) VALUE 'N'.
       77 WRK-REG-PRESENTE PIC X(1) VALUE 'N'.
       77 WRK-OCOR-PRESENTE PIC X(1) VALUE 'N'.
       77 WRK-QTD-REG PIC 9(7) VALUE ZEROS.
       77 WRK-HASH-REG PIC 9(16)V99 VALUE ZEROS.
       77 WRK-ORIGEM PIC X(1) VALUE SPACES.
       77 WRK-EVENTO PIC X(12) VALUE SPACES.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-REGRAVOU PIC X(1) VALUE 'N'.
       77 WRK-QTD-ED PIC Z(6)9 VALUE ZEROS.
       77 WRK-HASH-ED PIC Z(15)9.99 VALUE ZEROS.
      *-----------------------
      * Instalacao: os quatro arquivos controlados, registrados de
      * uma vez quando ainda nao ha CTLREG.TXT nem CTLOCOR.TXT.
       01 TAB-ARQ-CONTROLADOS.
           05 FILLER PIC X(16) VALUE 'FOLHA.TXT'.
           05 FILLER PIC X(16) VALUE 'TURMA.TXT'.
           05 FILLER PIC X(16) VALUE 'FAIXAS.TXT'.
           05 FILLER PIC X(16) VALUE 'OPERADORES.TXT'.
       01 TAB-ARQ-CONTROLADOS-R REDEFINES TAB-ARQ-CONTROLADOS.
           05 TAB-ARQ-NOME PIC X(16) OCCURS 4 TIMES.
       77 IDX-ARQ PIC 9(1) VALUE ZEROS.
       77 WRK-ARQ-PEDIDO PIC X(16) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program. Working storage lives on
      * between CALLs, so every total starts over here.
      **
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           MOVE 'S' TO CTP-RETORNO.
           PERFORM 001-APURA-ARQUIVO.
           PERFORM 004-LE-REGISTRO.
           EVALUATE CTP-FUNCAO
               WHEN 'V'
                   PERFORM 010-VERIFICA
               WHEN 'G'
                   MOVE 'G' TO WRK-ORIGEM
                   PERFORM 006-GRAVA-REGISTRO
               WHEN 'R'
                   MOVE 'R' TO WRK-ORIGEM
                   PERFORM 006-GRAVA-REGISTRO
                   IF CTP-RETORNO EQUAL 'S'
                       MOVE 'RESSINCRONIA' TO WRK-EVENTO
                       MOVE CTP-MOTIVO TO WRK-MOTIVO
                       PERFORM 008-GRAVA-OCORRENCIA
                   END-IF
               WHEN OTHER
                   MOVE 'E' TO CTP-RETORNO
           END-EVALUATE.
           MOVE WRK-QTD-ATUAL TO CTP-QTD.
           MOVE WRK-HASH-ATUAL TO CTP-HASH.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       001-APURA-ARQUIVO.
      **
      * Record count and hash total of the file as it is on disk
      * now. A missing file counts as empty.
      **
           MOVE ZEROS TO WRK-QTD-ATUAL.
           MOVE ZEROS TO WRK-HASH-ATUAL.
           MOVE CTP-ARQUIVO TO WRK-ARQ-NOME.
           OPEN INPUT ARQUIVO.
           IF WS-ARQ-STATUS NOT EQUAL '00'
               MOVE 'N' TO WRK-ARQ-PRESENTE
           ELSE
               MOVE 'S' TO WRK-ARQ-PRESENTE
               MOVE 0 TO FLAG-ARQUIVO
               READ ARQUIVO AT END MOVE 1 TO FLAG-ARQUIVO
               END-READ
               PERFORM 002-APURA-ITEM UNTIL FLAG-ARQUIVO EQUAL 1
               CLOSE ARQUIVO
           END-IF.

       002-APURA-ITEM.
      **
      * Amount fields written before a field existed read back as
      * spaces - only NUMERIC ones go into the hash.
      **
           ADD 1 TO WRK-QTD-ATUAL.
           EVALUATE CTP-ARQUIVO
               WHEN 'FOLHA.TXT'
                   MOVE ARQ-REG TO FOLHA-REG
                   IF FOLHA-LIQUIDO NUMERIC
                       ADD FOLHA-LIQUIDO TO WRK-HASH-ATUAL
                   END-IF
                   IF FOLHA-BRUTO NUMERIC
                       ADD FOLHA-BRUTO TO WRK-HASH-ATUAL
                   END-IF
               WHEN 'TURMA.TXT'
                   MOVE ARQ-REG TO TURMA-REG
                   IF TURMA-N1 NUMERIC
                       ADD TURMA-N1 TO WRK-HASH-ATUAL
                   END-IF
                   IF TURMA-N2 NUMERIC
                       ADD TURMA-N2 TO WRK-HASH-ATUAL
                   END-IF
                   IF TURMA-N3 NUMERIC
                       ADD TURMA-N3 TO WRK-HASH-ATUAL
                   END-IF
                   IF TURMA-FALTAS NUMERIC
                       ADD TURMA-FALTAS TO WRK-HASH-ATUAL
                   END-IF
               WHEN 'FAIXAS.TXT'
                   MOVE ARQ-REG TO FAIXA-REG
                   IF FAIXA-LIMITE NUMERIC
                       ADD FAIXA-LIMITE TO WRK-HASH-ATUAL
                   END-IF
                   IF FAIXA-PCT-IMPOSTO NUMERIC
                       ADD FAIXA-PCT-IMPOSTO TO WRK-HASH-ATUAL
                   END-IF
                   IF FAIXA-PCT-BENEFICIOS NUMERIC
                       ADD FAIXA-PCT-BENEFICIOS TO WRK-HASH-ATUAL
                   END-IF
               WHEN 'OPERADORES.TXT'
                   MOVE ARQ-REG TO OPERADOR-REG
                   PERFORM 003-SOMA-BYTE
                       VARYING IDX-BYTE FROM 1 BY 1
                       UNTIL IDX-BYTE GREATER THAN 17
           END-EVALUATE.
           READ ARQUIVO AT END MOVE 1 TO FLAG-ARQUIVO.

       003-SOMA-BYTE.
           COMPUTE WRK-HASH-ATUAL = WRK-HASH-ATUAL
               + FUNCTION ORD(OPERADOR-REG(IDX-BYTE:1)).

       004-LE-REGISTRO.
      **
      * The caller's file line of CTLREG.TXT, when there is one.
      **
           MOVE 'N' TO WRK-TEM-REGISTRO.
           MOVE 'N' TO WRK-REG-PRESENTE.
           MOVE ZEROS TO WRK-QTD-REG.
           MOVE ZEROS TO WRK-HASH-REG.
           OPEN INPUT CTLREG.
           IF WS-CTL-STATUS EQUAL '00'
               MOVE 'S' TO WRK-REG-PRESENTE
               MOVE 0 TO FLAG-CTL
               READ CTLREG AT END MOVE 1 TO FLAG-CTL
               END-READ
               PERFORM 005-LE-REGISTRO-ITEM UNTIL FLAG-CTL EQUAL 1
               CLOSE CTLREG
           END-IF.

       005-LE-REGISTRO-ITEM.
           IF CTL-ARQUIVO EQUAL CTP-ARQUIVO
               MOVE 'S' TO WRK-TEM-REGISTRO
               MOVE CTL-QTD TO WRK-QTD-REG
               MOVE CTL-HASH TO WRK-HASH-REG
               MOVE 1 TO FLAG-CTL
           ELSE
               READ CTLREG AT END MOVE 1 TO FLAG-CTL
               END-READ
           END-IF.

       006-GRAVA-REGISTRO.
      **
      * Puts the file's current count and hash in the register:
      * every line is copied to CTLTEMP with the caller's file
      * replaced (or added at the end), then copied back.
      **
           MOVE 'N' TO WRK-REGRAVOU.
           OPEN OUTPUT CTLTEMP.
           IF WS-TEMP-STATUS NOT EQUAL '00'
               MOVE 'E' TO CTP-RETORNO
               DISPLAY 'ERRO AO ABRIR CTLTEMP.TMP - FILE STATUS: '
                   WS-TEMP-STATUS
           ELSE
               OPEN INPUT CTLREG
               IF WS-CTL-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-CTL
                   READ CTLREG AT END MOVE 1 TO FLAG-CTL
                   END-READ
                   PERFORM 007-COPIA-REGISTRO UNTIL FLAG-CTL EQUAL 1
                   CLOSE CTLREG
               END-IF
               IF WRK-REGRAVOU EQUAL 'N'
                   PERFORM 011-MONTA-REGISTRO
                   MOVE CTLREG-REG TO TEMP-REG
                   WRITE TEMP-REG
               END-IF
               CLOSE CTLTEMP
               PERFORM 012-DEVOLVE-REGISTRO
           END-IF.

       007-COPIA-REGISTRO.
           IF CTL-ARQUIVO EQUAL CTP-ARQUIVO
               PERFORM 011-MONTA-REGISTRO
               MOVE 'S' TO WRK-REGRAVOU
           END-IF.
           MOVE CTLREG-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ CTLREG AT END MOVE 1 TO FLAG-CTL.

       008-GRAVA-OCORRENCIA.
      **
      * One line of CTLOCOR.TXT: the register before the event and
      * the file as it is now. The first event on a brand-new
      * machine builds the file first.
      **
           OPEN EXTEND CTLOCOR.
           IF WS-OCOR-STATUS EQUAL '35'
               OPEN OUTPUT CTLOCOR
               CLOSE CTLOCOR
               OPEN EXTEND CTLOCOR
           END-IF.
           IF WS-OCOR-STATUS EQUAL '00'
               ACCEPT CTO-DATA FROM DATE YYYYMMDD
               ACCEPT CTO-HORA FROM TIME
               MOVE CTP-ARQUIVO TO CTO-ARQUIVO
               MOVE WRK-EVENTO TO CTO-EVENTO
               MOVE CTP-PROGRAMA TO CTO-PROGRAMA
               MOVE WS-OPERADOR-ATUAL TO CTO-OPERADOR
               MOVE WRK-QTD-REG TO CTO-QTD-REG
               MOVE WRK-QTD-ATUAL TO CTO-QTD-ATUAL
               MOVE WRK-HASH-REG TO CTO-HASH-REG
               MOVE WRK-HASH-ATUAL TO CTO-HASH-ATUAL
               MOVE WRK-MOTIVO TO CTO-MOTIVO
               WRITE CTLOCOR-REG
               CLOSE CTLOCOR
           ELSE
               DISPLAY 'ERRO AO ABRIR CTLOCOR.TXT - FILE STATUS: '
                   WS-OCOR-STATUS
           END-IF.

       009-GRAVA-EXECLOG.
      **
      * The mismatch goes to the run log under the caller's name,
      * so the overnight trail shows why the batch stopped.
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
               MOVE CTP-PROGRAMA TO EXELOG-PROGRAMA
               MOVE 'CTL-ERRO' TO EXELOG-EVENTO
               MOVE SPACES TO EXELOG-DETALHE
               STRING 'DIVERGENCIA ' DELIMITED BY SIZE
                   CTP-ARQUIVO DELIMITED BY SIZE
                   INTO EXELOG-DETALHE
               END-STRING
               WRITE EXECLOG-REG
               CLOSE EXECLOG
           END-IF.

       010-VERIFICA.
      **
      * Before a batch. On a brand-new installation - no CTLREG.TXT
      * and no CTLOCOR.TXT yet - the controlled files are registered
      * as they are (first baseline). Otherwise a file the register
      * has no line for must be empty, as the suite never wrote it:
      * a line removed from CTLREG.TXT is a mismatch like any other.
      * A mismatch is logged in CTLOCOR.TXT and in the run log and
      * handed back as D so the caller stops; only the supervisor
      * resync in PROG063 puts the line back.
      **
           IF WRK-TEM-REGISTRO EQUAL 'N'
               PERFORM 017-VERIFICA-OCORRENCIAS
               IF WRK-REG-PRESENTE EQUAL 'N'
                   AND WRK-OCOR-PRESENTE EQUAL 'N'
                   PERFORM 014-BASE-INICIAL
               ELSE
                   IF WRK-QTD-ATUAL NOT EQUAL ZEROS
                       OR WRK-HASH-ATUAL NOT EQUAL ZEROS
                       MOVE 'ARQUIVO SEM LINHA EM CTLREG.TXT'
                           TO WRK-MOTIVO
                       PERFORM 016-DIVERGENCIA
                   END-IF
               END-IF
           ELSE
               IF WRK-QTD-ATUAL NOT EQUAL WRK-QTD-REG
                   OR WRK-HASH-ATUAL NOT EQUAL WRK-HASH-REG
                   MOVE 'CONFERENCIA ANTES DO PROCESSAMENTO'
                       TO WRK-MOTIVO
                   PERFORM 016-DIVERGENCIA
               END-IF
           END-IF.

       011-MONTA-REGISTRO.
           MOVE CTP-ARQUIVO TO CTL-ARQUIVO.
           MOVE WRK-QTD-ATUAL TO CTL-QTD.
           MOVE WRK-HASH-ATUAL TO CTL-HASH.
           ACCEPT CTL-DATA FROM DATE YYYYMMDD.
           ACCEPT CTL-HORA FROM TIME.
           MOVE CTP-PROGRAMA TO CTL-PROGRAMA.
           MOVE WS-OPERADOR-ATUAL TO CTL-OPERADOR.
           MOVE WRK-ORIGEM TO CTL-ORIGEM.

       012-DEVOLVE-REGISTRO.
           OPEN INPUT CTLTEMP.
           OPEN OUTPUT CTLREG.
           IF WS-CTL-STATUS NOT EQUAL '00'
               MOVE 'E' TO CTP-RETORNO
               DISPLAY 'ERRO AO GRAVAR CTLREG.TXT - FILE STATUS: '
                   WS-CTL-STATUS
           ELSE
               MOVE 0 TO FLAG-CTL
               READ CTLTEMP AT END MOVE 1 TO FLAG-CTL
               END-READ
               PERFORM 013-DEVOLVE-ITEM UNTIL FLAG-CTL EQUAL 1
               CLOSE CTLREG
           END-IF.
           CLOSE CTLTEMP.

       013-DEVOLVE-ITEM.
           MOVE TEMP-REG TO CTLREG-REG.
           WRITE CTLREG-REG.
           READ CTLTEMP AT END MOVE 1 TO FLAG-CTL.

       014-BASE-INICIAL.
      **
      * First baseline of every controlled file present on disk,
      * each logged as BASE INICIAL; the caller's own totals are
      * worked out again at the end.
      **
           MOVE CTP-ARQUIVO TO WRK-ARQ-PEDIDO.
           MOVE 'B' TO WRK-ORIGEM.
           MOVE 'BASE INICIAL' TO WRK-EVENTO.
           MOVE 'PRIMEIRO REGISTRO DO ARQUIVO' TO WRK-MOTIVO.
           PERFORM 015-BASE-INICIAL-ITEM
               VARYING IDX-ARQ FROM 1 BY 1
               UNTIL IDX-ARQ GREATER THAN 4.
           MOVE WRK-ARQ-PEDIDO TO CTP-ARQUIVO.
           PERFORM 001-APURA-ARQUIVO.

       015-BASE-INICIAL-ITEM.
           MOVE TAB-ARQ-NOME(IDX-ARQ) TO CTP-ARQUIVO.
           PERFORM 001-APURA-ARQUIVO.
           IF WRK-ARQ-PRESENTE EQUAL 'S'
               PERFORM 006-GRAVA-REGISTRO
               PERFORM 008-GRAVA-OCORRENCIA
               DISPLAY 'CONTROLE: ' CTP-ARQUIVO ' REGISTRADO '
                   'PELA PRIMEIRA VEZ EM CTLREG.TXT.'
           END-IF.

       016-DIVERGENCIA.
           MOVE 'D' TO CTP-RETORNO.
           MOVE 'DIVERGENCIA' TO WRK-EVENTO.
           PERFORM 008-GRAVA-OCORRENCIA.
           PERFORM 009-GRAVA-EXECLOG.
           DISPLAY '*** CONTROLE: ' CTP-ARQUIVO ' NAO CONFERE '
               'COM CTLREG.TXT ***'.
           IF WRK-TEM-REGISTRO EQUAL 'N'
               DISPLAY '    CTLREG.TXT NAO TEM LINHA PARA O ARQUIVO.'
           END-IF.
           MOVE WRK-QTD-REG TO WRK-QTD-ED.
           MOVE WRK-HASH-REG TO WRK-HASH-ED.
           DISPLAY '    REGISTRADO: ' WRK-QTD-ED
               ' REGISTRO(S)  TOTAL ' WRK-HASH-ED.
           MOVE WRK-QTD-ATUAL TO WRK-QTD-ED.
           MOVE WRK-HASH-ATUAL TO WRK-HASH-ED.
           DISPLAY '    NO ARQUIVO: ' WRK-QTD-ED
               ' REGISTRO(S)  TOTAL ' WRK-HASH-ED.
           DISPLAY '    ARQUIVO ALTERADO FORA DO SISTEMA - '
               'CONFIRA E PECA A RESSINCRONIA AO SUPERVISOR '
               '(PROG063).'.

       017-VERIFICA-OCORRENCIAS.
      **
      * CTLOCOR.TXT on disk means the register has been in use: a
      * missing CTLREG.TXT is then a removed one, not a new install.
      **
           MOVE 'N' TO WRK-OCOR-PRESENTE.
           OPEN INPUT CTLOCOR.
           IF WS-OCOR-STATUS EQUAL '00'
               MOVE 'S' TO WRK-OCOR-PRESENTE
               CLOSE CTLOCOR
           END-IF.

      ** add other procedures here
       END PROGRAM PROG064.
