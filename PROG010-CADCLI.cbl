           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLIANT-STATUS.
      *-----------------------
      * CEPFAIXA.DAT maps CEP ranges to cidade/UF, maintained by
      * the office through PROG022, used here to warn about a CEP
      * that does not belong to the cidade/UF being registered -
      * indexed by CEP inicial and looked up on the file for each
      * CEP entered.
      *-----------------------
           SELECT CEPFAIXA ASSIGN TO 'CEPFAIXA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CEPF-INI
           FILE STATUS IS WS-CEPF-STATUS.
      *-----------------------
       DATA DIVISION.
       77 WRK-VALOR-ED PIC ZZZ9,99 VALUE ZEROS.
       77 WRK-CODIGO-ENTRADA PIC X(5) VALUE SPACES.
      *-----------------------
      * Apoio da critica de CEP na entrada: formato NNNNN-NNN e
      * faixa de CEPFAIXA.DAT compativel com a cidade/UF informada
      * (discrepancia so gera aviso, pois a tabela do escritorio
      * pode estar incompleta). WRK-CEPF-ABERTO fica 'S' com o
      * arquivo aberto e ao menos uma faixa nele; WRK-FAIXA-ACHADA
      * e a faixa que contem o CEP (a de maior CEP inicial).
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
       77 WRK-CEP-OK PIC X(1) VALUE 'N'.
      *-----------------------
           DISPLAY 'MODO: (1) NOVO CLIENTE  (2) CORRIGIR CLIENTE'.
           DISPLAY '      (3) CONVERTER CLIENTES.TXT ANTIGO'.
           ACCEPT WRK-MODO.
           PERFORM 030-ABRE-CEPFAIXAS.
           PERFORM 040-ABRE-CLIENTES.
           IF WS-CLIENTES-STATUS EQUAL '00'
               EVALUATE WRK-MODO
               MOVE WRITE-COUNT TO COUNTER
               DISPLAY COUNTER ' CLIENTE(S) GRAVADO(S).'
           END-IF.
           PERFORM 033-FECHA-CEPFAIXAS.
           GOBACK.

       040-ABRE-CLIENTES.
           END-WRITE.
           READ CLIENTES-ANT AT END MOVE 1 TO FLAG-CLIANT.

       030-ABRE-CEPFAIXAS.
      **
      * Opens the office's CEP-range file once per session; with
      * the file missing or empty the cross-check simply stays
      * quiet.
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

       033-FECHA-CEPFAIXAS.
           IF WRK-CEPF-ABERTO EQUAL 'S'
               CLOSE CEPFAIXA
               MOVE 'N' TO WRK-CEPF-ABERTO
           END-IF.

       032-CRUZA-CEP-CIDADE.
      **
      * Cross-checks the CEP just entered against the office's
      * range file. A mismatch only warns the operator - the
      * record still goes in, and the mode (5) report of PROG003
      * keeps flagging it until cadastro or tabela are fixed. The
      * ranges are read in CEP inicial order up to the first one
      * that begins after the CEP; the last containing it counts.
      **
           IF WRK-CEPF-ABERTO EQUAL 'S'
               MOVE WRK-CEP-VALIDA(1:5) TO WRK-CEP-NUM(1:5)
               MOVE WRK-CEP-VALIDA(7:3) TO WRK-CEP-NUM(6:3)
               MOVE 'N' TO WRK-ACHOU-FAIXA
               MOVE 0 TO FLAG-CEPFAIXA
               MOVE ZEROS TO CEPF-INI
               START CEPFAIXA KEY IS NOT LESS THAN CEPF-INI
                   INVALID KEY MOVE 1 TO FLAG-CEPFAIXA
               END-START
               PERFORM 034-PROCURA-FAIXA-CEP
                   UNTIL FLAG-CEPFAIXA EQUAL TO 1
               EVALUATE TRUE
                   WHEN WRK-ACHOU-FAIXA NOT EQUAL 'S'
                       DISPLAY 'AVISO: CEP SEM FAIXA CADASTRADA EM '
                           'CEPFAIXA.DAT.'
                   WHEN WRK-FX-UF NOT EQUAL WRK-UF-VALIDA
                       DISPLAY 'AVISO: CEP PERTENCE A UF '
                           WRK-FX-UF
                           ' - CONFIRA O CADASTRO.'
                   WHEN WRK-FX-CIDADE NOT EQUAL WRK-CIDADE-VALIDA
                       DISPLAY 'AVISO: CEP PERTENCE A CIDADE '
                           WRK-FX-CIDADE
                           ' - CONFIRA O CADASTRO.'
               END-EVALUATE
           END-IF.

       034-PROCURA-FAIXA-CEP.
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

      ** add other procedures here
