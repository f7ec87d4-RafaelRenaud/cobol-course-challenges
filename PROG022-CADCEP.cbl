       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * CEPFAIXA.DAT drives the CEP critica of PROG003 mode (5) and
      * the entry cross-check of PROG010, maintained here through
      * prompted, validated entry instead of a text editor - so one
      * shifted column can no longer turn the whole critica into
      * garbage. Kept indexed by the CEP inicial of the range, so
      * each inclusion, correction or removal touches one record
      * in place (no more loading the whole file into a table and
      * writing it back, no more 100-range ceiling).
      *-----------------------
           SELECT CEPFAIXA ASSIGN TO 'CEPFAIXA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEPF-INI
           FILE STATUS IS WS-CEPF-STATUS.
      *-----------------------
      * CEPFAIXA.TXT is the old sequential range file, read only by
      * the one-time conversion mode that loads it into
      * CEPFAIXA.DAT.
      *-----------------------
           SELECT CEPFAIXA-ANT ASSIGN TO 'CEPFAIXA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CEPANT-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CEPFAIXA.
       COPY CEPFAIXA.
       FD CEPFAIXA-ANT.
       01 CEPANT-REG.
           05 CEPANT-INI PIC 9(8).
           05 CEPANT-FIM PIC 9(8).
           05 CEPANT-CIDADE PIC X(20).
           05 CEPANT-UF PIC X(2).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 FLAG-CEPFAIXA PIC 9(1) VALUE 0.
       77 WS-CEPF-STATUS PIC X(2) VALUE SPACES.
       77 WS-CEPANT-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CEPANT PIC 9(1) VALUE 0.
       77 WRITE-COUNT PIC 9(7) VALUE ZEROS.
       77 QTD-CEPFAIXAS PIC 9(7) VALUE ZEROS.
       77 COUNTER PIC Z(6)9 VALUE ZERO.
      *-----------------------
      * WRK-TEM-FAIXA diz se ha ao menos uma faixa em arquivo;
      * WRK-ACHADA se a leitura pela chave encontrou a faixa pedida.
       77 WRK-TEM-FAIXA PIC X(1) VALUE 'N'.
       77 WRK-ACHADA PIC X(1) VALUE 'N'.
      *-----------------------
      * Campos de entrada da faixa em validacao; na correcao
      * WRK-CORRIGINDO fica 'S' e WRK-INI-ORIGINAL guarda a chave
      * da faixa corrigida, para ela nao conflitar com a propria
      * faixa no teste de sobreposicao.
       77 WRK-INI-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-FIM-ENTRADA PIC X(8) VALUE SPACES.
       77 WRK-INI PIC 9(8) VALUE ZEROS.
       77 WRK-FIM PIC 9(8) VALUE ZEROS.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC X(2) VALUE SPACES.
       77 WRK-CORRIGINDO PIC X(1) VALUE 'N'.
       77 WRK-INI-ORIGINAL PIC 9(8) VALUE ZEROS.
       77 WRK-FAIXA-OK PIC X(1) VALUE 'N'.
       77 WRK-UF-OK PIC X(1) VALUE 'N'.
      *-----------------------
      * Faixa de outra cidade/UF encontrada no teste de
      * sobreposicao, guardada para a mensagem de recusa.
       77 WRK-CONFLITO PIC X(1) VALUE 'N'.
       01 WRK-FAIXA-CONFLITO.
           05 WRK-CONF-INI PIC 9(8).
           05 WRK-CONF-FIM PIC 9(8).
           05 WRK-CONF-CIDADE PIC X(20).
           05 WRK-CONF-UF PIC X(2).
      *-----------------------
      * As 27 UFs validas, para a critica de estado.
       01 TABELA-UFS.
      **
           DISPLAY 'MODO: (1) NOVA FAIXA  (2) CORRIGIR FAIXA'.
           DISPLAY '      (3) REMOVER FAIXA  (4) LISTAR'.
           DISPLAY '      (5) CONVERTER CEPFAIXA.TXT ANTIGO'.
           ACCEPT WRK-MODO.
           PERFORM 001-ABRE-CEPFAIXA.
           IF WS-CEPF-STATUS EQUAL '00'
               EVALUATE WRK-MODO
                   WHEN '2'
                       PERFORM 010-CORRIGE
                   WHEN '3'
                       PERFORM 020-REMOVE
                   WHEN '4'
                       PERFORM 030-LISTA
                   WHEN '5'
                       PERFORM 050-CONVERTE-ANTIGO
                   WHEN OTHER
                       PERFORM 005-INCLUI
               END-EVALUATE
               CLOSE CEPFAIXA
           END-IF.
           GOBACK.

       001-ABRE-CEPFAIXA.
      **
      * CEPFAIXA.DAT is updated in place, so open it I-O; the first
      * run on a brand-new machine will not find the file yet, so
      * build an empty one first - the same handling PROG010 uses
      * for CLIENTES.DAT.
      **
           OPEN I-O CEPFAIXA.
           IF WS-CEPF-STATUS EQUAL '35'
               OPEN OUTPUT CEPFAIXA
               CLOSE CEPFAIXA
               OPEN I-O CEPFAIXA
           END-IF.
           IF WS-CEPF-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CEPFAIXA.DAT - FILE STATUS: '
                   WS-CEPF-STATUS
           END-IF.

       002-MONTA-REGISTRO.
           MOVE WRK-INI TO CEPF-INI.
           MOVE WRK-FIM TO CEPF-FIM.
           MOVE WRK-CIDADE TO CEPF-CIDADE.
           MOVE WRK-UF TO CEPF-UF.

       003-VERIFICA-ARQUIVO.
      **
      * Positions on the lowest CEP inicial; the START fails only
      * when there is no range on file at all.
      **
           MOVE ZEROS TO CEPF-INI.
           START CEPFAIXA KEY IS NOT LESS THAN CEPF-INI
               INVALID KEY MOVE 'N' TO WRK-TEM-FAIXA
               NOT INVALID KEY MOVE 'S' TO WRK-TEM-FAIXA
           END-START.

       005-INCLUI.
           PERFORM 006-INCLUI-UMA UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' FAIXA(S) INCLUIDA(S).'.

       006-INCLUI-UMA.
           DISPLAY '#########################################'.
           MOVE 'N' TO WRK-CORRIGINDO.
           PERFORM 007-ACEITA-FAIXA.
           IF WRK-FAIXA-OK EQUAL 'S'
               PERFORM 002-MONTA-REGISTRO
               WRITE CEPF-REG
                   INVALID KEY
                       DISPLAY 'JA EXISTE FAIXA COM O CEP INICIAL '
                           WRK-INI ' - FAIXA NAO INCLUIDA.'
                   NOT INVALID KEY
                       ADD 1 TO WRITE-COUNT
                       DISPLAY 'FAIXA INCLUIDA.'
               END-WRITE
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.
               DISPLAY 'UF: '
               PERFORM 012-ACEITA-UF
               PERFORM 014-VERIFICA-SOBREPOSICAO
               IF WRK-CONFLITO EQUAL 'S'
                   DISPLAY 'FAIXA SOBREPOE A DE '
                       WRK-CONF-CIDADE '/'
                       WRK-CONF-UF ' ('
                       WRK-CONF-INI ' A '
                       WRK-CONF-FIM ') - RECUSADA.'
               ELSE
                   MOVE 'S' TO WRK-FAIXA-OK
               END-IF
      **
      * Overlap check: the new range may not intersect a range of
      * another cidade/UF (two bairros of the same city sharing a
      * range are tolerated). The file is read in CEP inicial order
      * from the start, and the pass stops at the first range that
      * begins after the new one ends - nothing further on can
      * intersect it. In correction mode the range being corrected
      * is kept out of its own way.
      **
           MOVE 'N' TO WRK-CONFLITO.
           MOVE 0 TO FLAG-CEPFAIXA.
           MOVE ZEROS TO CEPF-INI.
           START CEPFAIXA KEY IS NOT LESS THAN CEPF-INI
               INVALID KEY MOVE 1 TO FLAG-CEPFAIXA
           END-START.
           PERFORM 016-VERIFICA-ITEM
               UNTIL FLAG-CEPFAIXA EQUAL TO 1.

       016-VERIFICA-ITEM.
           READ CEPFAIXA NEXT RECORD
               AT END MOVE 1 TO FLAG-CEPFAIXA
           END-READ.
           IF FLAG-CEPFAIXA EQUAL 0
               IF CEPF-INI GREATER THAN WRK-FIM
                   MOVE 1 TO FLAG-CEPFAIXA
               ELSE
                   IF (WRK-CORRIGINDO NOT EQUAL 'S'
                       OR CEPF-INI NOT EQUAL WRK-INI-ORIGINAL)
                       AND WRK-INI LESS THAN OR EQUAL TO CEPF-FIM
                       AND (CEPF-CIDADE NOT EQUAL WRK-CIDADE
                       OR CEPF-UF NOT EQUAL WRK-UF)
                       MOVE 'S' TO WRK-CONFLITO
                       MOVE CEPF-REG TO WRK-FAIXA-CONFLITO
                       MOVE 1 TO FLAG-CEPFAIXA
                   END-IF
               END-IF
           END-IF.

       010-CORRIGE.
           PERFORM 003-VERIFICA-ARQUIVO.
           IF WRK-TEM-FAIXA NOT EQUAL 'S'
               DISPLAY 'NENHUMA FAIXA EM ARQUIVO.'
           ELSE
               PERFORM 017-CORRIGE-UMA
                   UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' FAIXA(S) CORRIGIDA(S).'
           END-IF.

       017-CORRIGE-UMA.
           MOVE SPACES TO WRK-INI-ENTRADA.
           PERFORM 008-PEDE-INI UNTIL WRK-INI-ENTRADA NUMERIC.
           MOVE WRK-INI-ENTRADA TO WRK-INI.
           PERFORM 018-LE-FAIXA.
           IF WRK-ACHADA NOT EQUAL 'S'
               DISPLAY 'FAIXA NAO ENCONTRADA.'
           ELSE
               DISPLAY 'DADOS ATUAIS: ' CEPF-INI
                   ' A ' CEPF-FIM ' '
                   CEPF-CIDADE '/'
                   CEPF-UF
               MOVE 'S' TO WRK-CORRIGINDO
               MOVE CEPF-INI TO WRK-INI-ORIGINAL
               PERFORM 007-ACEITA-FAIXA
               IF WRK-FAIXA-OK EQUAL 'S'
                   IF WRK-INI EQUAL WRK-INI-ORIGINAL
                       PERFORM 040-REGRAVA-FAIXA
                   ELSE
                       PERFORM 041-MUDA-CHAVE-FAIXA
                   END-IF
               END-IF
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       018-LE-FAIXA.
           MOVE WRK-INI TO CEPF-INI.
           READ CEPFAIXA
               INVALID KEY MOVE 'N' TO WRK-ACHADA
               NOT INVALID KEY MOVE 'S' TO WRK-ACHADA
           END-READ.

       020-REMOVE.
           PERFORM 003-VERIFICA-ARQUIVO.
           IF WRK-TEM-FAIXA NOT EQUAL 'S'
               DISPLAY 'NENHUMA FAIXA EM ARQUIVO.'
           ELSE
               PERFORM 021-REMOVE-UMA
                   UNTIL CONTINUA NOT EQUAL TO 'S'
                   AND CONTINUA NOT EQUAL TO 's'
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' FAIXA(S) REMOVIDA(S).'
           END-IF.

       021-REMOVE-UMA.
           DISPLAY 'CEP INICIAL DA FAIXA A REMOVER: '.
           MOVE SPACES TO WRK-INI-ENTRADA.
           PERFORM 008-PEDE-INI UNTIL WRK-INI-ENTRADA NUMERIC.
           MOVE WRK-INI-ENTRADA TO WRK-INI.
           PERFORM 018-LE-FAIXA.
           IF WRK-ACHADA NOT EQUAL 'S'
               DISPLAY 'FAIXA NAO ENCONTRADA.'
           ELSE
               DELETE CEPFAIXA RECORD
                   INVALID KEY
                       DISPLAY 'ERRO AO REMOVER FAIXA ' WRK-INI
                           ' - FILE STATUS: ' WS-CEPF-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WRITE-COUNT
                       DISPLAY 'REMOVIDA: ' CEPF-INI
                           ' A ' CEPF-FIM ' '
                           CEPF-CIDADE '/'
                           CEPF-UF
               END-DELETE
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       030-LISTA.
           DISPLAY '#########################################'.
           DISPLAY 'FAIXAS DE CEP EM ARQUIVO'.
           DISPLAY '#########################################'.
           MOVE ZEROS TO QTD-CEPFAIXAS.
           MOVE 0 TO FLAG-CEPFAIXA.
           MOVE ZEROS TO CEPF-INI.
           START CEPFAIXA KEY IS NOT LESS THAN CEPF-INI
               INVALID KEY MOVE 1 TO FLAG-CEPFAIXA
           END-START.
           PERFORM 031-LISTA-ITEM
               UNTIL FLAG-CEPFAIXA EQUAL TO 1.
           MOVE QTD-CEPFAIXAS TO COUNTER.
           DISPLAY COUNTER ' FAIXA(S) EM ARQUIVO.'.

       031-LISTA-ITEM.
           READ CEPFAIXA NEXT RECORD
               AT END MOVE 1 TO FLAG-CEPFAIXA
               NOT AT END
                   ADD 1 TO QTD-CEPFAIXAS
                   DISPLAY CEPF-INI ' A '
                       CEPF-FIM ' '
                       CEPF-CIDADE '/'
                       CEPF-UF
           END-READ.

       040-REGRAVA-FAIXA.
      **
      * Same CEP inicial: the record is rewritten in place.
      **
           PERFORM 002-MONTA-REGISTRO.
           REWRITE CEPF-REG
               INVALID KEY
                   DISPLAY 'ERRO AO CORRIGIR FAIXA ' WRK-INI
                       ' - FILE STATUS: ' WS-CEPF-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
                   DISPLAY 'FAIXA CORRIGIDA.'
           END-REWRITE.

       041-MUDA-CHAVE-FAIXA.
      **
      * A new CEP inicial changes the key, so the range is written
      * under the new key first and only then removed from the old
      * one - a key already taken leaves the original untouched.
      **
           PERFORM 002-MONTA-REGISTRO.
           WRITE CEPF-REG
               INVALID KEY
                   DISPLAY 'JA EXISTE FAIXA COM O CEP INICIAL '
                       WRK-INI ' - FAIXA NAO CORRIGIDA.'
               NOT INVALID KEY
                   MOVE WRK-INI-ORIGINAL TO CEPF-INI
                   DELETE CEPFAIXA RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REMOVER FAIXA '
                               WRK-INI-ORIGINAL ' - FILE STATUS: '
                               WS-CEPF-STATUS
                   END-DELETE
                   ADD 1 TO WRITE-COUNT
                   DISPLAY 'FAIXA CORRIGIDA.'
           END-WRITE.

       050-CONVERTE-ANTIGO.
      **
      * One-time conversion: loads the old sequential CEPFAIXA.TXT
      * into CEPFAIXA.DAT. Refused with ranges already on file, so
      * the same table is not loaded twice; a CEP inicial repeated
      * in the old file is reported and the repeat left out.
      **
           PERFORM 003-VERIFICA-ARQUIVO.
           IF WRK-TEM-FAIXA EQUAL 'S'
               DISPLAY 'CEPFAIXA.DAT JA TEM REGISTROS - CONVERSAO '
                   'RECUSADA.'
           ELSE
               OPEN INPUT CEPFAIXA-ANT
               IF WS-CEPANT-STATUS NOT EQUAL '00'
                   DISPLAY 'CEPFAIXA.TXT NAO ENCONTRADO - NADA A '
                       'CONVERTER.'
               ELSE
                   MOVE 0 TO FLAG-CEPANT
                   READ CEPFAIXA-ANT AT END MOVE 1 TO FLAG-CEPANT
                   END-READ
                   PERFORM 051-CONVERTE-ITEM
                       UNTIL FLAG-CEPANT EQUAL TO 1
                   CLOSE CEPFAIXA-ANT
                   MOVE WRITE-COUNT TO COUNTER
                   DISPLAY COUNTER ' FAIXA(S) CONVERTIDA(S).'
               END-IF
           END-IF.

       051-CONVERTE-ITEM.
           MOVE CEPANT-INI TO CEPF-INI.
           MOVE CEPANT-FIM TO CEPF-FIM.
           MOVE CEPANT-CIDADE TO CEPF-CIDADE.
           MOVE CEPANT-UF TO CEPF-UF.
           WRITE CEPF-REG
               INVALID KEY
                   DISPLAY 'FAIXA ' CEPANT-INI ' REPETIDA EM '
                       'CEPFAIXA.TXT - NAO CONVERTIDA.'
               NOT INVALID KEY
                   ADD 1 TO WRITE-COUNT
           END-WRITE.
           READ CEPFAIXA-ANT AT END MOVE 1 TO FLAG-CEPANT.

      ** add other procedures here
       END PROGRAM PROG022.
