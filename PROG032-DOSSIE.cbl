      * date order, and every AUDITORIA.TXT line touching the CPF
      * (the AUDARQ archive included), closing with a count per
      * operation type - all into the print-ready DOSSIE.TXT,
      * ready to hand to the resident or the auditor. Each dossier
      * is filed in the report spool (PROG062) as it is closed, so
      * the next run overwriting DOSSIE.TXT does not lose it.
      *-----------------------
           SELECT ARQUIVO ASSIGN TO 'USUARIOS.DAT'
           ORGANIZATION IS INDEXED
      * de auditoria.
       77 WS-AUD-DATA PIC 9(8) VALUE ZEROS.
       77 WS-AUD-HORA PIC 9(8) VALUE ZEROS.
      *-----------------------
      * Guarda do dossie no spool de relatorios (PROG062): o pedido
      * vai no bloco EXTERNAL e o RETURN-CODE da execucao fica a
      * salvo durante a chamada. A descricao nao leva o CPF - o
      * catalogo do spool nao guarda dado pessoal.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   PERFORM 006-ACESSOS
                   PERFORM 010-FECHAMENTO
                   CLOSE DOSSIE
                   MOVE 'DOSSIE.TXT' TO SPP-ARQUIVO
                   MOVE 'DOSSIE DO TITULAR DE DADOS' TO SPP-DESCRICAO
                   PERFORM 015-GUARDA-SPOOL
                   PERFORM 011-GRAVA-AUDITORIA-DOSSIE
                   DISPLAY 'DOSSIE GERADO EM DOSSIE.TXT.'
               END-IF
               CLOSE AUDITORIA
           END-IF.

       015-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG032' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

      ** add other procedures here
       END PROGRAM PROG032.
