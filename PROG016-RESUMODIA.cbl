           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CK-STATUS.
      *-----------------------
      * INTEGRID.TXT holds the findings of the last cross-file
      * integrity sweep (PROG059), rebuilt on every sweep - so its
      * lines are the integrity issues still open.
      *-----------------------
           SELECT INTEGRID ASSIGN TO 'INTEGRID.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INT-STATUS.
      *-----------------------
      * USUARIOS.DAT is the shared master file written by PROG007 -
      * walked top to bottom here only to count what is on file
      * against the last checkpoint.
       COPY AUDITORIA.
       FD CHECKPT.
       COPY CHECKPT.
       FD INTEGRID.
       COPY INTEGRID.
       FD ARQUIVO.
       COPY USUARIO.
      *-----------------------
       77 WS-AUD-STATUS PIC X(2) VALUE SPACES.
       77 WS-CK-STATUS PIC X(2) VALUE SPACES.
       77 WS-FILE-STATUS PIC X(2) VALUE SPACES.
       77 WS-INT-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FOLHA PIC 9(1) VALUE 0.
       77 FLAG-NOTAS PIC 9(1) VALUE 0.
       77 FLAG-BOLETIM PIC 9(1) VALUE 0.
       77 FLAG-TABUADA PIC 9(1) VALUE 0.
       77 FLAG-AUDITORIA PIC 9(1) VALUE 0.
       77 FLAG-ARQUIVO PIC 9(1) VALUE 0.
       77 FLAG-INTEGRID PIC 9(1) VALUE 0.
      *-----------------------
      * Data do dia, tambem reduzida a competencia (AAAAMM) para o
      * corte da folha, que e carimbada por mes e nao por dia.
       77 WS-NOTAS-REPROVADOS PIC 9(5) VALUE ZEROS.
       77 WS-NOTAS-REP-FALTA PIC 9(5) VALUE ZEROS.
       77 WS-NOTAS-CONSELHO PIC 9(5) VALUE ZEROS.
       77 WS-NOTAS-RECUPERACAO PIC 9(5) VALUE ZEROS.
       77 WS-BOLETIM-QTD PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Secao da tabuada: linhas geradas hoje.
       77 WS-USUARIOS-QTD PIC 9(5) VALUE ZEROS.
       77 WS-CK-ACHADO PIC X(1) VALUE 'N'.
       77 WS-CK-COUNT PIC 9(5) VALUE ZEROS.
      *-----------------------
      * Secao de integridade: pendencias abertas na ultima
      * varredura do PROG059 e a data dela.
       77 WS-INT-QTD PIC 9(5) VALUE ZEROS.
       77 WS-INT-DATA PIC 9(8) VALUE ZEROS.
      *-----------------------
       77 WS-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WS-VALOR-ED PIC Z(15)9.99 VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes do resumo.
       COPY CTLPED.
       77 WS-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WS-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY '#########################################'.
           DISPLAY 'RESUMO DIARIO DE OPERACOES - ' WS-RUN-DATA-ED.
           DISPLAY '#########################################'.
           PERFORM 016-CONFERE-CONTROLE.
           IF WS-CTL-CONFERE EQUAL 'S'
               PERFORM 001-RESUMO-FOLHA
               PERFORM 003-RESUMO-ESCOLAR
               PERFORM 007-RESUMO-TABUADA
               PERFORM 009-RESUMO-AUDITORIA
               PERFORM 011-RESUMO-USUARIOS
               PERFORM 014-RESUMO-INTEGRIDADE
           ELSE
               DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - '
                   'EXECUCAO INTERROMPIDA.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '#########################################'.
           GOBACK.

               DISPLAY '    REPROVADOS POR FALTA: ' WS-QTD-ED
               MOVE WS-NOTAS-CONSELHO TO WS-QTD-ED
               DISPLAY '    PENDENTES DE CONSELHO:' WS-QTD-ED
               MOVE WS-NOTAS-RECUPERACAO TO WS-QTD-ED
               DISPLAY '    EM RECUPERACAO:       ' WS-QTD-ED
           END-IF.
           PERFORM 005-CONTA-BOLETIM.

                       ADD 1 TO WS-NOTAS-REP-FALTA
                   WHEN 'CONSELHO'
                       ADD 1 TO WS-NOTAS-CONSELHO
                   WHEN 'RECUPERACAO'
                       ADD 1 TO WS-NOTAS-RECUPERACAO
               END-EVALUATE
           END-IF.
           READ NOTAS AT END MOVE 1 TO FLAG-NOTAS.
               END-IF
           END-IF.

       014-RESUMO-INTEGRIDADE.
      **
      * Integrity section: open issues left by the last PROG059
      * sweep, with the day it ran (an empty file means the sweep
      * found nothing).
      **
           DISPLAY 'INTEGRIDADE ENTRE ARQUIVOS:'.
           OPEN INPUT INTEGRID.
           IF WS-INT-STATUS NOT EQUAL '00'
               DISPLAY '    SEM VARREDURA.'
           ELSE
               MOVE 0 TO FLAG-INTEGRID
               READ INTEGRID AT END MOVE 1 TO FLAG-INTEGRID
               END-READ
               PERFORM 015-INTEGRIDADE-ITEM
                   UNTIL FLAG-INTEGRID EQUAL TO 1
               CLOSE INTEGRID
               IF WS-INT-DATA GREATER THAN ZEROS
                   MOVE WS-INT-DATA TO WS-RUN-DATA-ED
                   DISPLAY '    ULTIMA VARREDURA:     ' WS-RUN-DATA-ED
                   MOVE WS-RUN-DATA TO WS-RUN-DATA-ED
               END-IF
               MOVE WS-INT-QTD TO WS-QTD-ED
               DISPLAY '    PENDENCIAS ABERTAS:   ' WS-QTD-ED
           END-IF.

       015-INTEGRIDADE-ITEM.
           ADD 1 TO WS-INT-QTD.
           MOVE INT-DATA TO WS-INT-DATA.
           READ INTEGRID AT END MOVE 1 TO FLAG-INTEGRID.

       016-CONFERE-CONTROLE.
      **
      * FOLHA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * run (PROG064 logs the mismatch) until a supervisor resyncs
      * it in PROG063. The run's return code is kept aside across
      * the CALL.
      **
           MOVE RETURN-CODE TO WS-RC-CTL.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG016' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WS-RC-CTL TO RETURN-CODE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WS-CTL-CONFERE
           ELSE
               MOVE 'N' TO WS-CTL-CONFERE
           END-IF.

      ** add other procedures here
       END PROGRAM PROG016.
