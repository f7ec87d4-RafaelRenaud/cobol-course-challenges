       FD AUDITORIA.
       COPY AUDITORIA.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD BOLETARQ.
       01 BOLETARQ-REG PIC X(110).
       FD NOTASARQ.
       01 NOTASARQ-REG PIC X(93).
       FD TABARQ.
       01 TABARQ-REG PIC X(27).
       FD AUDARQ.
       01 AUDARQ-REG PIC X(83).
       FD ARQTEMP.
       01 TEMP-REG PIC X(293).
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       77 WS-RESPOSTA PIC X(100) VALUE SPACES.
       77 WS-EXELOG-EVENTO PIC X(10) VALUE SPACES.
       77 WS-EXELOG-DETALHE PIC X(30) VALUE SPACES.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT
      * conferido antes do arquivamento e registrado de novo depois
      * de regravado.
       COPY CTLPED.
       77 WS-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WS-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE WS-RESPOSTA(1:8) TO WS-CORTE-ENTRADA.
           IF WS-CORTE-ENTRADA NUMERIC
               MOVE 1 TO FLAG-CORTE-OK
               PERFORM 026-CONFERE-CONTROLE
           ELSE
               DISPLAY 'DATA DE CORTE INVALIDA - NADA ARQUIVADO.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF FLAG-CORTE-OK EQUAL 1 AND WS-CTL-CONFERE EQUAL 'S'
               MOVE WS-CORTE-ENTRADA TO WS-DATA-CORTE
               MOVE WS-CORTE-ENTRADA(1:6) TO WS-COMP-CORTE
               PERFORM 001-ARQUIVA-FOLHA
               DISPLAY '#########################################'
               MOVE WS-TOTAL-ARQUIVADOS TO WS-QTD-ED
               DISPLAY 'TOTAL ARQUIVADO: ' WS-QTD-ED ' REGISTRO(S).'
           END-IF.
           PERFORM 023-ENCERRA-EXECUCAO.
           GOBACK.
               CLOSE FOLHAARQ
               CLOSE ARQTEMP
               PERFORM 003-REGRAVA-FOLHA
               PERFORM 027-REGISTRA-FOLHA
               PERFORM 025-RELATA-ARQUIVO
           END-IF.

       023-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WS-EXELOG-EVENTO.
           MOVE SPACES TO WS-EXELOG-DETALHE.
           IF WS-CTL-CONFERE NOT EQUAL 'S'
               MOVE 'ARQUIVO DIVERGENTE' TO WS-EXELOG-DETALHE
           END-IF.
           IF FLAG-CORTE-OK EQUAL 1 AND WS-CTL-CONFERE EQUAL 'S'
               STRING 'CORTE ' DELIMITED BY SIZE
                   WS-CORTE-ENTRADA DELIMITED BY SIZE
                   ' CONCLUIDO' DELIMITED BY SIZE
                   INTO WS-EXELOG-DETALHE
               END-STRING
           END-IF.
           IF FLAG-CORTE-OK NOT EQUAL 1
               MOVE 'CORTE INVALIDO' TO WS-EXELOG-DETALHE
           END-IF.
           PERFORM 024-GRAVA-EXECLOG.
               CLOSE EXECLOG
           END-IF.

       026-CONFERE-CONTROLE.
      **
      * FOLHA.TXT must still hold what CTLREG.TXT says the suite
      * last left in it; a file edited outside the suite stops the
      * run (PROG064 logs the mismatch) and nothing is archived
      * until a supervisor resyncs it in PROG063.
      **
           MOVE 'V' TO CTP-FUNCAO.
           PERFORM 028-CHAMA-CONTROLE.
           IF CTP-RETORNO EQUAL 'S'
               MOVE 'S' TO WS-CTL-CONFERE
           ELSE
               MOVE 'N' TO WS-CTL-CONFERE
               DISPLAY 'FOLHA.TXT ALTERADO FORA DO SISTEMA - NADA '
                   'ARQUIVADO.'
               MOVE 8 TO RETURN-CODE
           END-IF.

       027-REGISTRA-FOLHA.
      **
      * FOLHA.TXT was just rewritten: its new count and hash total
      * become the register line.
      **
           MOVE 'G' TO CTP-FUNCAO.
           PERFORM 028-CHAMA-CONTROLE.

       028-CHAMA-CONTROLE.
      **
      * One request to the control register; the run's return code
      * is kept aside across the CALL.
      **
           MOVE RETURN-CODE TO WS-RC-CTL.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           MOVE 'PROG017' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WS-RC-CTL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG017.
