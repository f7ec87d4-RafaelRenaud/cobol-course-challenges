      *-----------------------
      * REJEITADOS.TXT is the critica output of the PROG002 lote -
      * reviewed here instead of the clerk retyping the fixes into
      * FUNCIONARIOS.DAT and hoping. Each reject corrected goes to
      * the resubmission queue and is marked resolved in place.
      *-----------------------
           SELECT REJEITADOS ASSIGN TO 'REJEITADOS.TXT'
           SELECT RESSUBMET ASSIGN TO 'RESSUBMET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESSUB-STATUS.
      *-----------------------
      * Work file for the review: every reject goes here on the
      * first pass, marked or not, and comes back over the live
      * file on the second, so the review never holds the whole
      * file in memory.
      *-----------------------
           SELECT ARQTEMP ASSIGN TO 'ARQTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
      * The listing of mode (1) comes out of a sort on the motivo,
      * one control break per motivo.
      *-----------------------
           SELECT SORT-REJEITOS ASSIGN TO 'REJSORT.TMP'.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD REJEITADOS.
       COPY REJEITADO.
       FD RESSUBMET.
       01 RES-REG PIC X(117).
       FD ARQTEMP.
       01 TEMP-REG PIC X(143).
       SD SORT-REJEITOS.
       01 SRT-REJ-REG.
           05 SRT-REJ-MOTIVO PIC X(25).
           05 SRT-REJ-DADOS PIC X(117).
           05 SRT-REJ-RESOLVIDO PIC X(1).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 WS-REJ-STATUS PIC X(2) VALUE SPACES.
       77 WS-RESSUB-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-REJEITADOS PIC 9(1) VALUE 0.
       77 WRK-QTD-ED PIC Z(6)9 VALUE ZEROS.
      *-----------------------
      * Rejeitos lidos (listagem e revisao) e apoio da quebra por
      * motivo do modo (1).
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 QTD-REJEITOS PIC 9(7) VALUE ZEROS.
       77 FLAG-SORT PIC 9(1) VALUE 0.
       77 WRK-MOTIVO-ANTERIOR PIC X(25) VALUE SPACES.
       77 WRK-QTD-MOTIVO PIC 9(7) VALUE ZEROS.
      *-----------------------
      * Imagem FUNC-REG do rejeito em revisao, aberta em campos
      * para a correcao dirigida; o layout espelha FUNCIONARIO.CPY.
           05 WRK-FI-ADMISSAO PIC X(8).
           05 WRK-FI-DEMISSAO PIC X(8).
           05 WRK-FI-SITUACAO PIC X(1).
           05 WRK-FI-EMP-CODIGO PIC X(3).
           05 WRK-FI-MATRICULA PIC X(6).
           05 WRK-FI-CPF PIC X(11).
      *-----------------------
      * Campos de entrada da correcao; resposta em branco mantem o
      * valor da imagem original.
       77 WRK-SAL-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-RESPOSTA PIC X(1) VALUE SPACES.
      *-----------------------
       77 WRK-QTD-RESSUBMETIDOS PIC 9(7) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY 'MODO: (1) LISTAR REJEITOS POR MOTIVO'.
           DISPLAY '      (2) CORRIGIR E RESSUBMETER'.
           ACCEPT WRK-MODO.
           IF WRK-MODO EQUAL '2'
               PERFORM 010-REVISA-REJEITOS
           ELSE
               PERFORM 005-LISTA-POR-MOTIVO
           END-IF.
           GOBACK.

       001-CARREGA-REJEITOS.
      **
      * Input of the sort: every reject of the file, however many.
      **
           OPEN INPUT REJEITADOS.
           IF WS-REJ-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR REJEITADOS.TXT - FILE STATUS: '

       002-CARREGA-REJEITO-ITEM.
      **
      * Registros anteriores ao campo de resolvido (espacos) entram
      * como pendentes.
      **
           ADD 1 TO QTD-REJEITOS.
           MOVE REJ-REG TO SRT-REJ-REG.
           IF REJ-RESOLVIDO NOT EQUAL 'S'
               MOVE 'N' TO SRT-REJ-RESOLVIDO
           END-IF.
           RELEASE SRT-REJ-REG.
           READ REJEITADOS AT END MOVE 1 TO FLAG-REJEITADOS.

       005-LISTA-POR-MOTIVO.
      **
      * Reason-grouped listing: the rejects sorted by motivo, in
      * file order inside each one, with their record image and
      * the resolved mark and a count closing every motivo.
      **
           MOVE ZEROS TO QTD-REJEITOS.
           SORT SORT-REJEITOS
               ON ASCENDING KEY SRT-REJ-MOTIVO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 001-CARREGA-REJEITOS
               OUTPUT PROCEDURE IS 006-IMPRIME-MOTIVOS.

       006-IMPRIME-MOTIVOS.
           IF QTD-REJEITOS EQUAL ZEROS
               DISPLAY 'NENHUM REJEITO EM ARQUIVO.'
           ELSE
               DISPLAY '#########################################'
               DISPLAY 'REJEITOS POR MOTIVO'
               DISPLAY '#########################################'
               MOVE HIGH-VALUES TO WRK-MOTIVO-ANTERIOR
               MOVE ZEROS TO WRK-QTD-MOTIVO
               MOVE 0 TO FLAG-SORT
               RETURN SORT-REJEITOS AT END MOVE 1 TO FLAG-SORT
               END-RETURN
               PERFORM 007-LISTA-REJEITO-ITEM
                   UNTIL FLAG-SORT EQUAL TO 1
               PERFORM 008-TOTAL-MOTIVO
               MOVE QTD-REJEITOS TO WRK-QTD-ED
               DISPLAY 'TOTAL DE REJEITOS: ' WRK-QTD-ED
           END-IF.

       007-LISTA-REJEITO-ITEM.
           IF SRT-REJ-MOTIVO NOT EQUAL WRK-MOTIVO-ANTERIOR
               IF WRK-MOTIVO-ANTERIOR NOT EQUAL HIGH-VALUES
                   PERFORM 008-TOTAL-MOTIVO
               END-IF
               MOVE SRT-REJ-MOTIVO TO WRK-MOTIVO-ANTERIOR
               MOVE ZEROS TO WRK-QTD-MOTIVO
               DISPLAY '--- ' SRT-REJ-MOTIVO ' ---'
           END-IF.
           ADD 1 TO WRK-QTD-MOTIVO.
           MOVE SRT-REJ-DADOS TO WRK-FUNC-IMAGEM.
           IF SRT-REJ-RESOLVIDO EQUAL 'S'
               DISPLAY '  ' WRK-FI-NOME ' [RESOLVIDO]'
           ELSE
               DISPLAY '  ' WRK-FI-NOME ' [PENDENTE]'
           END-IF.
           RETURN SORT-REJEITOS AT END MOVE 1 TO FLAG-SORT.

       008-TOTAL-MOTIVO.
           MOVE WRK-QTD-MOTIVO TO WRK-QTD-ED.
           DISPLAY '    REJEITOS DO MOTIVO: ' WRK-QTD-ED.

       010-REVISA-REJEITOS.
      **
      * Review pass: each unresolved reject is shown with its
      * motivo and record image; the operator corrects the fields
      * (blank keeps the original value), the corrected record goes
      * to RESSUBMET.TXT and the reject is marked resolved. Every
      * reject, reviewed or not, passes through ARQTEMP.TMP, which
      * is written back over the file at the end with the marks.
      **
           MOVE ZEROS TO WRK-QTD-RESSUBMETIDOS.
           MOVE ZEROS TO QTD-REJEITOS.
           OPEN INPUT REJEITADOS.
           IF WS-REJ-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR REJEITADOS.TXT - FILE STATUS: '
                   WS-REJ-STATUS
           ELSE
               OPEN OUTPUT ARQTEMP
               MOVE 0 TO FLAG-REJEITADOS
               READ REJEITADOS AT END MOVE 1 TO FLAG-REJEITADOS
               END-READ
               PERFORM 011-REVISA-ITEM
                   UNTIL FLAG-REJEITADOS EQUAL TO 1
               CLOSE REJEITADOS
               CLOSE ARQTEMP
               IF QTD-REJEITOS EQUAL ZEROS
                   DISPLAY 'NENHUM REJEITO EM ARQUIVO.'
               ELSE
                   PERFORM 016-REGRAVA-REJEITOS
                   MOVE WRK-QTD-RESSUBMETIDOS TO WRK-QTD-ED
                   DISPLAY WRK-QTD-ED ' REGISTRO(S) NA FILA DE '
                       'RESSUBMISSAO.'
               END-IF
           END-IF.

       011-REVISA-ITEM.
      **
      * Once the operator stops the review the remaining rejects
      * only pass through to the work file.
      **
           ADD 1 TO QTD-REJEITOS.
           IF REJ-RESOLVIDO NOT EQUAL 'S'
               MOVE 'N' TO REJ-RESOLVIDO
           END-IF.
           IF REJ-RESOLVIDO NOT EQUAL 'S'
               AND (CONTINUA EQUAL 'S' OR CONTINUA EQUAL 's')
               MOVE REJ-DADOS TO WRK-FUNC-IMAGEM
               DISPLAY '#########################################'
               DISPLAY 'MOTIVO: ' REJ-MOTIVO
               DISPLAY 'MATRICULA: ' WRK-FI-MATRICULA
                   '  CPF: ' WRK-FI-CPF
               DISPLAY 'NOME: ' WRK-FI-NOME
               DISPLAY 'EMPRESA: ' WRK-FI-EMP-CODIGO ' ' WRK-FI-EMPRESA
               DISPLAY 'SALARIO INICIAL: ' WRK-FI-PRIMSAL
               DISPLAY 'SALARIO FINAL: ' WRK-FI-ULTIMSAL
               DISPLAY 'CORRIGIR ESTE REJEITO? S/N'
               IF WRK-RESPOSTA EQUAL 'S' OR WRK-RESPOSTA EQUAL 's'
                   PERFORM 012-CORRIGE-CAMPOS
                   PERFORM 015-GRAVA-RESSUBMISSAO
                   MOVE 'S' TO REJ-RESOLVIDO
               END-IF
               DISPLAY 'CONTINUA A REVISAO? S/N'
               ACCEPT CONTINUA
           END-IF.
           MOVE REJ-REG TO TEMP-REG.
           WRITE TEMP-REG.
           READ REJEITADOS AT END MOVE 1 TO FLAG-REJEITADOS.

       012-CORRIGE-CAMPOS.
      **
           IF WRK-TEXTO NOT EQUAL SPACES
               MOVE WRK-TEXTO TO WRK-FI-NOME
           END-IF.
      *    Ate 3 posicoes e o codigo do EMPRESAS.TXT; mais que isso e
      *    a razao social, e o codigo antigo sai para o lote
      *    resolver a empresa pelo nome.
           DISPLAY 'NOVA EMPRESA (CODIGO OU RAZAO SOCIAL, BRANCO '
               'MANTEM A ATUAL): '.
           MOVE SPACES TO WRK-TEXTO.
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT EQUAL SPACES
               IF WRK-TEXTO(4:27) EQUAL SPACES
                   MOVE WRK-TEXTO(1:3) TO WRK-FI-EMP-CODIGO
               ELSE
                   MOVE WRK-TEXTO TO WRK-FI-EMPRESA
                   MOVE SPACES TO WRK-FI-EMP-CODIGO
               END-IF
           END-IF.
           DISPLAY 'NOVO SALARIO INICIAL (10 DIGITOS, BRANCO '
               'MANTEM O ATUAL)'.

       016-REGRAVA-REJEITOS.
      **
      * Writes the reviewed work file back over REJEITADOS.TXT in
      * one pass, now carrying the resolved marks.
      **
           OPEN INPUT ARQTEMP.
           OPEN OUTPUT REJEITADOS.
           IF WS-REJ-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR REJEITADOS.TXT - FILE '
                   'STATUS: ' WS-REJ-STATUS
           ELSE
               MOVE 0 TO FLAG-REJEITADOS
               READ ARQTEMP AT END MOVE 1 TO FLAG-REJEITADOS
               END-READ
               PERFORM 017-REGRAVA-REJEITO-ITEM
                   UNTIL FLAG-REJEITADOS EQUAL TO 1
               CLOSE REJEITADOS
           END-IF.
           CLOSE ARQTEMP.

       017-REGRAVA-REJEITO-ITEM.
           MOVE TEMP-REG TO REJ-REG.
           WRITE REJ-REG.
           READ ARQTEMP AT END MOVE 1 TO FLAG-REJEITADOS.

      ** add other procedures here
       END PROGRAM PROG020.
