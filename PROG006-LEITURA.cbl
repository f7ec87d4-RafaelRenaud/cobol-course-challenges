           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NC-STATUS.
      *-----------------------
      * RELUSU.TXT is the printed copy of the LISTAR TODOS and
      * BAIRRO reports - the same lines shown on the console -
      * rebuilt on every run of either mode and filed in the report
      * spool like the labels and certificates.
      *-----------------------
           SELECT RELUSU ASSIGN TO 'RELUSU.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REL-STATUS.
      *-----------------------
      * PROG006.PRM, when present, answers every prompt of the run
      * in order, so the overnight report schedule can run with no
      * operator; EXECLOG.TXT keeps the start/end trail.
       FD NUMCERT.
       01 NUMCERT-REG.
           05 NC-NUMERO PIC 9(6).
       FD RELUSU.
       01 REL-REG PIC X(80).
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       77 WS-NUM-CERT PIC 9(6) VALUE ZEROS.
       77 WS-LINHA-COMP PIC X(80) VALUE SPACES.
      *-----------------------
      * Copia impressa das listagens dos modos (1) e (3): cada
      * linha montada em WS-LINHA-REL vai ao console e, com
      * RELUSU.TXT aberto, tambem ao arquivo.
       77 WS-REL-STATUS PIC X(2) VALUE SPACES.
       77 WS-REL-ABERTO PIC X(1) VALUE 'N'.
       77 WS-LINHA-REL PIC X(80) VALUE SPACES.
      *-----------------------
      * Execucao sem operador: com PROG006.PRM presente, cada
      * resposta vem do arquivo em vez do console, e o inicio e o
      * fim da execucao ficam registrados em EXECLOG.TXT.
       77 WS-RESPOSTA PIC X(100) VALUE SPACES.
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WS-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   IF WS-FILE-STATUS EQUAL '00'
                       PERFORM 002-PROCESS UNTIL FLAG-ARQUIVO EQUAL TO 1
                       PERFORM 003-EXIT
                       PERFORM 051-FECHA-RELUSU
                       IF WS-AUD-ABERTO EQUAL 'S'
                           CLOSE AUDITORIA
                       END-IF
               MOVE 1 TO WS-PAGINA
               MOVE 0 TO WS-LINHA-PAGINA
               ACCEPT WS-RUN-DATA FROM DATE YYYYMMDD
               PERFORM 052-ABRE-RELUSU
               PERFORM 031-CABECALHO-RELATORIO
               PERFORM 033-ABRE-AUDITORIA
               READ ARQUIVO NEXT RECORD AT END MOVE 1 TO FLAG-ARQUIVO
      * Run-date and page-number header for the LISTAR TODOS report.
      **
           MOVE WS-RUN-DATA TO WS-RUN-DATA-ED.
           MOVE ALL '#' TO WS-LINHA-REL(1:41).
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'RELATORIO DE USUARIOS - DATA: ' DELIMITED BY SIZE
               WS-RUN-DATA-ED DELIMITED BY SIZE
               '  PAGINA: ' DELIMITED BY SIZE
               WS-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE ALL '#' TO WS-LINHA-REL(1:41).
           PERFORM 050-IMPRIME-LINHA.

       002-PROCESS.
      **

       003-EXIT.
           CLOSE ARQUIVO.
           MOVE ALL '#' TO WS-LINHA-REL(1:41).
           PERFORM 050-IMPRIME-LINHA.
           MOVE READ-COUNT TO COUNTER.
           MOVE SPACES TO WS-LINHA-REL.
           STRING COUNTER DELIMITED BY SIZE
               ' ARQUIVOS LIDOS.' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           PERFORM 032-RECONCILIA-CONTAGEM.

       032-RECONCILIA-CONTAGEM.
           WRITE AUDITORIA-REG.

       021-EXIBE-USUARIO.
           MOVE ALL '#' TO WS-LINHA-REL(1:41).
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'NOME: ' DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'CPF: ' DELIMITED BY SIZE
               CPF DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'ENDERECO: ' DELIMITED BY SIZE
               FUNCTION TRIM(RUA) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(NUMERO) DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'BAIRRO: ' DELIMITED BY SIZE
               BAIRRO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.

       035-BUSCA-NOME.
      **
                   WS-FILE-STATUS
           ELSE
               PERFORM 033-ABRE-AUDITORIA
               PERFORM 052-ABRE-RELUSU
               SORT SORT-BAIRRO ON ASCENDING KEY SORT-BAIRRO-KEY
                   INPUT PROCEDURE IS 023-CARREGA-SORT
                   OUTPUT PROCEDURE IS 024-IMPRIME-SORT
               PERFORM 003-EXIT
               PERFORM 051-FECHA-RELUSU
               CLOSE AUDITORIA
           END-IF.

           END-IF.
           MOVE SORT-BAIRRO-KEY TO WS-BAIRRO-ANTERIOR.
           MOVE 'N' TO WS-PRIMEIRO-REG.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'NOME: ' DELIMITED BY SIZE
               SORT-NOME DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'CPF: ' DELIMITED BY SIZE
               SORT-CPF DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-REL.
           STRING 'BAIRRO: ' DELIMITED BY SIZE
               SORT-BAIRRO-KEY DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           ADD 1 TO WS-SUBTOTAL-BAIRRO.
           ADD 1 TO READ-COUNT.
           MOVE SORT-CPF TO CPF.

       027-QUEBRA-BAIRRO.
           MOVE WS-SUBTOTAL-BAIRRO TO WS-SUBTOTAL-ED.
           MOVE SPACES TO WS-LINHA-REL.
           STRING '--- BAIRRO ' DELIMITED BY SIZE
               WS-BAIRRO-ANTERIOR DELIMITED BY SIZE
               ' SUBTOTAL: ' DELIMITED BY SIZE
               WS-SUBTOTAL-ED DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           END-STRING.
           PERFORM 050-IMPRIME-LINHA.
           MOVE 0 TO WS-SUBTOTAL-BAIRRO.

       029-EXPORTA-CSV.
               MOVE WS-QTD-ETIQ TO COUNTER
               DISPLAY COUNTER ' ETIQUETA(S) GERADA(S) EM '
                   'ETIQUETAS.TXT.'
               MOVE 'ETIQUETAS.TXT' TO SPP-ARQUIVO
               MOVE SPACES TO SPP-DESCRICAO
               IF WS-BAIRRO-FILTRO EQUAL SPACES
                   MOVE 'ETIQUETAS - TODOS OS BAIRROS'
                       TO SPP-DESCRICAO
               ELSE
                   STRING 'ETIQUETAS - BAIRRO ' DELIMITED BY SIZE
                       WS-BAIRRO-FILTRO DELIMITED BY SIZE
                       INTO SPP-DESCRICAO
                   END-STRING
               END-IF
               PERFORM 049-GUARDA-SPOOL
           END-IF.

       044-ETIQUETA-ITEM.
               CLOSE COMPROVANTE
               DISPLAY 'COMPROVANTE ' WS-NUM-CERT ' EMITIDO EM '
                   'COMPROVANTE.TXT.'
               MOVE 'COMPROVANTE.TXT' TO SPP-ARQUIVO
               MOVE SPACES TO SPP-DESCRICAO
               STRING 'COMPROVANTE ' DELIMITED BY SIZE
                   WS-NUM-CERT DELIMITED BY SIZE
                   ' CPF ' DELIMITED BY SIZE
                   CPF DELIMITED BY SIZE
                   INTO SPP-DESCRICAO
               END-STRING
               PERFORM 049-GUARDA-SPOOL
           END-IF.

       039-ABRE-PARAMETROS.
               CLOSE EXECLOG
           END-IF.

       050-IMPRIME-LINHA.
      **
      * One report line of modes (1) and (3): to the console as
      * before and, while RELUSU.TXT is open, to the printed copy.
      * Lines shown by the lookups of modes (2) and (5) only go to
      * the console.
      **
           DISPLAY FUNCTION TRIM(WS-LINHA-REL TRAILING).
           IF WS-REL-ABERTO EQUAL 'S'
               MOVE WS-LINHA-REL TO REL-REG
               WRITE REL-REG
           END-IF.
           MOVE SPACES TO WS-LINHA-REL.

       051-FECHA-RELUSU.
      **
      * Closes the printed copy of the report and files it in the
      * report spool.
      **
           IF WS-REL-ABERTO EQUAL 'S'
               CLOSE RELUSU
               MOVE 'N' TO WS-REL-ABERTO
               MOVE 'RELUSU.TXT' TO SPP-ARQUIVO
               IF WRK-MODO EQUAL '3'
                   MOVE 'RELATORIO DE USUARIOS POR BAIRRO'
                       TO SPP-DESCRICAO
               ELSE
                   MOVE 'RELATORIO DE USUARIOS - TODOS'
                       TO SPP-DESCRICAO
               END-IF
               PERFORM 049-GUARDA-SPOOL
           END-IF.

       052-ABRE-RELUSU.
           OPEN OUTPUT RELUSU.
           IF WS-REL-STATUS EQUAL '00'
               MOVE 'S' TO WS-REL-ABERTO
           ELSE
               MOVE 'N' TO WS-REL-ABERTO
               DISPLAY 'ERRO AO ABRIR RELUSU.TXT - FILE STATUS: '
                   WS-REL-STATUS
           END-IF.

       049-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WS-RC-SPOOL.
           MOVE 'PROG006' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WS-RC-SPOOL TO RETURN-CODE.

       END PROGRAM PROG006.
