      ******************************************************************
      * Author: RAFAEL RENAUD MIRANDA
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROG043.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-----------------------
      * CONSIGNADOS.TXT holds the payroll loan contracts the
      * employees signed with the banks: registered here, their
      * installments are withheld by the PROG002 lote of each
      * competencia, so nothing is subtracted by hand after the
      * payroll anymore.
      *-----------------------
           SELECT CONSIGNADOS ASSIGN TO 'CONSIGNADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSIG-STATUS.
      *-----------------------
      * FUNCIONARIOS.DAT (PROG009) is read only to refuse a
      * contract for someone the lote would never pay.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
      *-----------------------
      * Work file for the cancellation: the lines go here on the
      * first pass, with the cancelled contract replaced, and come
      * back over CONSIGNADOS.TXT on the second.
      *-----------------------
           SELECT CONSTEMP ASSIGN TO 'CONSTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD CONSIGNADOS.
       COPY CONSIG.
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD CONSTEMP.
       01 TEMP-REG PIC X(111).
      *-----------------------
       WORKING-STORAGE SECTION.
       77 WRK-MODO PIC X(1) VALUE '1'.
       77 CONTINUA PIC X(1) VALUE 'S'.
       77 WS-CONSIG-STATUS PIC X(2) VALUE SPACES.
       77 WS-FUNC-STATUS PIC X(2) VALUE SPACES.
       77 WS-TEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CONSIGNADOS PIC 9(1) VALUE 0.
       77 FLAG-FUNCIONARIOS PIC 9(1) VALUE 0.
       77 FLAG-TEMP PIC 9(1) VALUE 0.
       77 WRITE-COUNT PIC 9(5) VALUE ZERO.
       77 COUNTER PIC ZZZZ9 VALUE ZERO.
       77 WRK-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(1) VALUE 'N'.
       01 WS-OPERADOR-ATUAL PIC X(8) EXTERNAL.
      *-----------------------
      * Funcionario do contrato: precisa constar ativo em
      * FUNCIONARIOS.DAT; o salario final serve so para avisar
      * uma parcela acima da margem consignavel. Os contratos dele
      * casam pela matricula; pelo nome so os gravados antes dela.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-MESMO-FUNC PIC X(1) VALUE 'N'.
       77 WRK-FUNC-ACHADO PIC X(1) VALUE 'N'.
       77 WRK-SITUACAO PIC X(1) VALUE SPACES.
       77 WRK-ULTIMSAL PIC 9(8)V99 VALUE ZEROS.
      *-----------------------
      * Banco credor (codigo de 3 digitos) e numero do contrato no
      * banco - o par nao se repete no arquivo.
       77 WRK-BANCO PIC X(3) VALUE SPACES.
       77 WRK-CONTRATO PIC X(15) VALUE SPACES.
       77 WRK-CONTRATO-OK PIC X(1) VALUE 'N'.
       77 WRK-CONTRATO-ACHADO PIC X(1) VALUE 'N'.
      *-----------------------
      * Entrada de valor (10 digitos, centavos nas duas ultimas),
      * de quantidade de parcelas (3 digitos) e da competencia da
      * primeira parcela (AAAAMM), na forma do PROG034.
       77 WRK-VALOR-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-VALOR-NUM PIC 9(8)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC Z(7)9.99 VALUE ZEROS.
       77 WRK-VALOR-TOTAL PIC 9(8)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA PIC 9(8)V99 VALUE ZEROS.
       77 WRK-QTD-ENTRADA PIC X(3) VALUE SPACES.
       77 WRK-QTD-PARCELAS PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-OK PIC X(1) VALUE 'N'.
       77 WRK-PRIMEIRA-COMP PIC X(6) VALUE SPACES.
       77 WRK-COMP-OK PIC X(1) VALUE 'N'.
      *    Prazo maximo do consignado em meses e a margem
      *    consignavel, em percentual do liquido - a mesma que o lote
      *    respeita ao descontar as parcelas.
       77 WRK-MAX-PARCELAS PIC 9(3) VALUE 96.
       77 WRK-PCT-MARGEM PIC 9(2)V99 VALUE 35.
       77 WRK-MARGEM PIC 9(8)V99 VALUE ZEROS.
       77 WRK-SOMA-PARCELAS PIC 9(12)V99 VALUE ZEROS.
      *-----------------------
      * Listagem: saldo devedor de cada contrato ativo (parcelas
      * ainda devidas vezes o valor da parcela) e os totais.
       77 WRK-QTD-LISTA PIC 9(5) VALUE ZEROS.
       77 WRK-SALDO-DEVEDOR PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-PARCELAS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z(13)9.99 VALUE ZEROS.
      *-----------------------
      * Cancelamento: o contrato achado e a imagem regravada.
       77 WRK-CANCELADO PIC X(1) VALUE 'N'.
       77 WRK-REG-NOVO PIC X(111) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MODO: (1) NOVO CONTRATO  (2) LISTAR CONTRATOS'.
           DISPLAY '      (3) CANCELAR CONTRATO'.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
               WHEN '2'
                   PERFORM 020-LISTA
               WHEN '3'
                   PERFORM 030-CANCELA
               WHEN OTHER
                   PERFORM 001-INCLUI
           END-EVALUATE.
           GOBACK.

       001-INCLUI.
      **
      * Registers new contracts through prompted, validated entry,
      * one append per confirmed contract (building the file the
      * first time), so the duplicate check always sees the lines
      * written moments before.
      **
           IF WS-OPERADOR-ATUAL EQUAL LOW-VALUES
               MOVE SPACES TO WS-OPERADOR-ATUAL
           END-IF.
           PERFORM 002-PROCESS UNTIL CONTINUA NOT EQUAL TO 'S'
               AND CONTINUA NOT EQUAL TO 's'.
           DISPLAY '#########################################'.
           MOVE WRITE-COUNT TO COUNTER.
           DISPLAY COUNTER ' CONTRATO(S) REGISTRADO(S).'.

       002-PROCESS.
           DISPLAY '#########################################'.
           PERFORM 003-ACEITA-FUNCIONARIO.
           PERFORM 007-ACEITA-CONTRATO.
           DISPLAY 'VALOR EMPRESTADO'.
           PERFORM 016-ACEITA-VALOR.
           MOVE WRK-VALOR-NUM TO WRK-VALOR-TOTAL.
           PERFORM 012-ACEITA-PARCELAS.
           PERFORM 014-ACEITA-COMPETENCIA.
           PERFORM 018-CONFERE-MARGEM.
           DISPLAY 'CONFIRMA CONTRATO? S/N'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
               PERFORM 019-GRAVA-CONTRATO
           ELSE
               DISPLAY 'CONTRATO NAO REGISTRADO.'
           END-IF.
           DISPLAY 'CONTINUA? S/N'.
           ACCEPT CONTINUA.

       003-ACEITA-FUNCIONARIO.
      **
      * Re-prompts until the name is found active in
      * FUNCIONARIOS.DAT; a contract for someone already desligado
      * has nothing left to withhold from.
      **
           MOVE SPACES TO WRK-NOME.
           PERFORM 004-PEDE-FUNCIONARIO UNTIL WRK-NOME NOT EQUAL
               TO SPACES.

       004-PEDE-FUNCIONARIO.
           DISPLAY 'FUNCIONARIO: '.
           ACCEPT WRK-NOME.
           IF WRK-NOME EQUAL TO SPACES
               DISPLAY 'NOME EM BRANCO - DIGITE UM NOME VALIDO.'
           ELSE
               PERFORM 005-PROCURA-FUNCIONARIO
               EVALUATE TRUE
                   WHEN WRK-FUNC-ACHADO EQUAL 'N'
                       DISPLAY 'FUNCIONARIO NAO CADASTRADO EM '
                           'FUNCIONARIOS.DAT.'
                       MOVE SPACES TO WRK-NOME
                   WHEN WRK-SITUACAO EQUAL 'D'
                       DISPLAY 'FUNCIONARIO DESLIGADO - CONTRATO '
                           'RECUSADO.'
                       MOVE SPACES TO WRK-NOME
               END-EVALUATE
           END-IF.

       005-PROCURA-FUNCIONARIO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE ZEROS TO WRK-ULTIMSAL.
           MOVE ZEROS TO WRK-MATRICULA.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 006-PROCURA-FUNC-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.

       006-PROCURA-FUNC-ITEM.
           IF FUNC-NOME EQUAL WRK-NOME
               MOVE 'S' TO WRK-FUNC-ACHADO
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
               MOVE FUNC-SITUACAO TO WRK-SITUACAO
               IF FUNC-ULTIMSAL NUMERIC
                   MOVE FUNC-ULTIMSAL TO WRK-ULTIMSAL
               END-IF
               MOVE 1 TO FLAG-FUNCIONARIOS
           ELSE
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
           END-IF.

       007-ACEITA-CONTRATO.
      **
      * Re-prompts until the bank code has three digits and the
      * contract number is filled in and not yet on file for that
      * bank - the bank's own number is the key the remittance
      * reports the installments under.
      **
           MOVE 'N' TO WRK-CONTRATO-OK.
           PERFORM 008-PEDE-CONTRATO UNTIL WRK-CONTRATO-OK EQUAL 'S'.

       008-PEDE-CONTRATO.
           DISPLAY 'BANCO CREDOR (3 DIGITOS): '.
           MOVE SPACES TO WRK-BANCO.
           ACCEPT WRK-BANCO.
           DISPLAY 'NUMERO DO CONTRATO: '.
           MOVE SPACES TO WRK-CONTRATO.
           ACCEPT WRK-CONTRATO.
           EVALUATE TRUE
               WHEN WRK-BANCO NOT NUMERIC
                   OR WRK-BANCO EQUAL '000'
                   DISPLAY 'BANCO INVALIDO - USE O CODIGO DE 3 '
                       'DIGITOS.'
               WHEN WRK-CONTRATO EQUAL SPACES
                   DISPLAY 'CONTRATO EM BRANCO - DIGITE O NUMERO.'
               WHEN OTHER
                   PERFORM 009-PROCURA-CONTRATO
                   IF WRK-CONTRATO-ACHADO EQUAL 'S'
                       DISPLAY 'CONTRATO JA CADASTRADO PARA O BANCO '
                           WRK-BANCO '.'
                   ELSE
                       MOVE 'S' TO WRK-CONTRATO-OK
                   END-IF
           END-EVALUATE.

       009-PROCURA-CONTRATO.
           MOVE 'N' TO WRK-CONTRATO-ACHADO.
           OPEN INPUT CONSIGNADOS.
           IF WS-CONSIG-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONSIGNADOS
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
               END-READ
               PERFORM 010-PROCURA-CONTRATO-ITEM
                   UNTIL FLAG-CONSIGNADOS EQUAL TO 1
               CLOSE CONSIGNADOS
           END-IF.

       010-PROCURA-CONTRATO-ITEM.
           IF CSG-BANCO EQUAL WRK-BANCO
               AND CSG-CONTRATO EQUAL WRK-CONTRATO
               MOVE 'S' TO WRK-CONTRATO-ACHADO
               MOVE CONSIG-REG TO WRK-REG-NOVO
               MOVE 1 TO FLAG-CONSIGNADOS
           ELSE
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
               END-READ
           END-IF.

       012-ACEITA-PARCELAS.
      **
      * The installment value and how many: the count runs from 1
      * to the legal term, and the installments together must at
      * least repay the amount lent.
      **
           MOVE 'N' TO WRK-QTD-OK.
           PERFORM 013-PEDE-PARCELAS UNTIL WRK-QTD-OK EQUAL 'S'.

       013-PEDE-PARCELAS.
           DISPLAY 'VALOR DA PARCELA'.
           PERFORM 016-ACEITA-VALOR.
           MOVE WRK-VALOR-NUM TO WRK-VALOR-PARCELA.
           DISPLAY 'QUANTIDADE DE PARCELAS (3 DIGITOS): '.
           MOVE SPACES TO WRK-QTD-ENTRADA.
           ACCEPT WRK-QTD-ENTRADA.
           INSPECT WRK-QTD-ENTRADA
               REPLACING LEADING SPACES BY ZEROS.
           IF WRK-QTD-ENTRADA NOT NUMERIC
               DISPLAY 'QUANTIDADE DEVE CONTER APENAS DIGITOS.'
           ELSE
               MOVE WRK-QTD-ENTRADA TO WRK-QTD-PARCELAS
               COMPUTE WRK-SOMA-PARCELAS =
                   WRK-VALOR-PARCELA * WRK-QTD-PARCELAS
               EVALUATE TRUE
                   WHEN WRK-QTD-PARCELAS EQUAL ZEROS
                       OR WRK-QTD-PARCELAS GREATER THAN
                           WRK-MAX-PARCELAS
                       DISPLAY 'QUANTIDADE FORA DO PRAZO PERMITIDO '
                           '(1 A ' WRK-MAX-PARCELAS ').'
                   WHEN WRK-SOMA-PARCELAS LESS THAN WRK-VALOR-TOTAL
                       DISPLAY 'PARCELAS NAO COBREM O VALOR '
                           'EMPRESTADO - CONFIRA OS VALORES.'
                   WHEN OTHER
                       MOVE 'S' TO WRK-QTD-OK
               END-EVALUATE
           END-IF.

       014-ACEITA-COMPETENCIA.
      **
      * Re-prompts until the first competencia is a valid AAAAMM
      * (blank means the current month). One earlier than the
      * current month is accepted with a warning: a lote already
      * run for it will not go back for the installment.
      **
           MOVE 'N' TO WRK-COMP-OK.
           PERFORM 015-PEDE-COMPETENCIA UNTIL WRK-COMP-OK EQUAL 'S'.

       015-PEDE-COMPETENCIA.
           DISPLAY 'COMPETENCIA DA 1A PARCELA (AAAAMM, BRANCO = MES '
               'ATUAL): '.
           MOVE SPACES TO WRK-PRIMEIRA-COMP.
           ACCEPT WRK-PRIMEIRA-COMP.
           IF WRK-PRIMEIRA-COMP EQUAL SPACES
               MOVE WRK-DATA-HOJE(1:6) TO WRK-PRIMEIRA-COMP
           END-IF.
           IF WRK-PRIMEIRA-COMP NOT NUMERIC
               OR WRK-PRIMEIRA-COMP(5:2) LESS THAN '01'
               OR WRK-PRIMEIRA-COMP(5:2) GREATER THAN '12'
               DISPLAY 'COMPETENCIA INVALIDA - USE AAAAMM.'
           ELSE
               IF WRK-PRIMEIRA-COMP LESS THAN WRK-DATA-HOJE(1:6)
                   DISPLAY 'AVISO: COMPETENCIA ANTERIOR AO MES ATUAL '
                       '- PARCELAS DE LOTES JA RODADOS NAO SAO '
                       'DESCONTADAS.'
               END-IF
               MOVE 'S' TO WRK-COMP-OK
           END-IF.

       016-ACEITA-VALOR.
      **
      * Re-prompts until the amount is digits only (ten positions,
      * cents implied in the last two) and not zero.
      **
           MOVE SPACES TO WRK-VALOR-ENTRADA.
           MOVE ZEROS TO WRK-VALOR-NUM.
           PERFORM 017-PEDE-VALOR UNTIL WRK-VALOR-NUM GREATER
               THAN ZEROS.

       017-PEDE-VALOR.
           DISPLAY 'VALOR (10 DIGITOS, CENTAVOS NO FINAL): '.
           ACCEPT WRK-VALOR-ENTRADA.
           IF WRK-VALOR-ENTRADA EQUAL SPACES
               DISPLAY 'VALOR EM BRANCO - DIGITE UM VALOR.'
           ELSE
               INSPECT WRK-VALOR-ENTRADA
                   REPLACING LEADING SPACES BY ZEROS
               IF WRK-VALOR-ENTRADA NOT NUMERIC
                   DISPLAY 'VALOR DEVE CONTER APENAS DIGITOS.'
               ELSE
                   MOVE WRK-VALOR-ENTRADA TO WRK-VALOR-NUM(1:10)
                   IF WRK-VALOR-NUM EQUAL ZEROS
                       DISPLAY 'VALOR ZERADO - DIGITE UM VALOR.'
                   END-IF
               END-IF
           END-IF.

       018-CONFERE-MARGEM.
      **
      * Warns - without refusing - when the installment passes the
      * margin over the final salary: the lote measures the margin
      * on the month's net and leaves an installment that does not
      * fit for the following month.
      **
           COMPUTE WRK-MARGEM =
               WRK-ULTIMSAL * WRK-PCT-MARGEM / 100.
           IF WRK-VALOR-PARCELA GREATER THAN WRK-MARGEM
               MOVE WRK-MARGEM TO WRK-VALOR-ED
               DISPLAY 'AVISO: PARCELA ACIMA DA MARGEM CONSIGNAVEL '
                   '(R$' WRK-VALOR-ED ') - O LOTE SO DESCONTA '
                   'DENTRO DA MARGEM.'
           END-IF.

       019-GRAVA-CONTRATO.
           MOVE SPACES TO CONSIG-REG.
           MOVE WRK-NOME TO CSG-NOME.
           MOVE WRK-MATRICULA TO CSG-MATRICULA.
           MOVE WRK-BANCO TO CSG-BANCO.
           MOVE WRK-CONTRATO TO CSG-CONTRATO.
           MOVE WRK-VALOR-TOTAL TO CSG-VALOR-TOTAL.
           MOVE WRK-VALOR-PARCELA TO CSG-VALOR-PARCELA.
           MOVE WRK-QTD-PARCELAS TO CSG-QTD-PARCELAS.
           MOVE WRK-PRIMEIRA-COMP TO CSG-PRIMEIRA-COMP.
           MOVE ZEROS TO CSG-PARCELAS-PAGAS.
           MOVE SPACES TO CSG-ULT-COMP.
           MOVE 'A' TO CSG-SITUACAO.
           MOVE WRK-DATA-HOJE TO CSG-DATA-CADASTRO.
           MOVE WS-OPERADOR-ATUAL TO CSG-OPERADOR.
           MOVE CONSIG-REG TO WRK-REG-NOVO.
           OPEN EXTEND CONSIGNADOS.
           IF WS-CONSIG-STATUS EQUAL '35'
               OPEN OUTPUT CONSIGNADOS
               CLOSE CONSIGNADOS
               OPEN EXTEND CONSIGNADOS
           END-IF.
           IF WS-CONSIG-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR CONSIGNADOS.TXT - FILE STATUS: '
                   WS-CONSIG-STATUS
           ELSE
               MOVE WRK-REG-NOVO TO CONSIG-REG
               WRITE CONSIG-REG
               IF WS-CONSIG-STATUS EQUAL '00'
                   ADD 1 TO WRITE-COUNT
                   DISPLAY 'CONTRATO REGISTRADO.'
               ELSE
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
                       WS-CONSIG-STATUS
               END-IF
               CLOSE CONSIGNADOS
           END-IF.

       020-LISTA.
      **
      * Every contract on file with its progress and, for the
      * active ones, the outstanding balance; an employee name
      * narrows the listing (blank lists them all).
      **
           DISPLAY 'FUNCIONARIO (BRANCO = TODOS): '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           MOVE ZEROS TO WRK-MATRICULA.
           IF WRK-NOME NOT EQUAL SPACES
               PERFORM 005-PROCURA-FUNCIONARIO
           END-IF.
           OPEN INPUT CONSIGNADOS.
           IF WS-CONSIG-STATUS NOT EQUAL '00'
               DISPLAY 'NENHUM CONTRATO CADASTRADO.'
           ELSE
               MOVE ZEROS TO WRK-QTD-LISTA
               MOVE ZEROS TO WRK-TOT-SALDO
               MOVE ZEROS TO WRK-TOT-PARCELAS
               DISPLAY '#########################################'
               DISPLAY 'CONTRATOS DE EMPRESTIMO CONSIGNADO'
               DISPLAY '#########################################'
               MOVE 0 TO FLAG-CONSIGNADOS
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
               END-READ
               PERFORM 021-LISTA-ITEM
                   UNTIL FLAG-CONSIGNADOS EQUAL TO 1
               CLOSE CONSIGNADOS
               DISPLAY '#########################################'
               MOVE WRK-QTD-LISTA TO COUNTER
               DISPLAY COUNTER ' CONTRATO(S).'
               MOVE WRK-TOT-PARCELAS TO WRK-TOTAL-ED
               DISPLAY 'PARCELAS MENSAIS ATIVAS: R$' WRK-TOTAL-ED
               MOVE WRK-TOT-SALDO TO WRK-TOTAL-ED
               DISPLAY 'SALDO DEVEDOR TOTAL:     R$' WRK-TOTAL-ED
           END-IF.

       021-LISTA-ITEM.
           PERFORM 034-MESMO-FUNCIONARIO.
           IF WRK-NOME EQUAL SPACES OR WRK-MESMO-FUNC EQUAL 'S'
               ADD 1 TO WRK-QTD-LISTA
               DISPLAY CSG-NOME ' BANCO ' CSG-BANCO
                   ' CONTRATO ' CSG-CONTRATO ' SITUACAO '
                   CSG-SITUACAO
               MOVE CSG-VALOR-PARCELA TO WRK-VALOR-ED
               DISPLAY '    PARCELA R$' WRK-VALOR-ED
                   ' PAGAS ' CSG-PARCELAS-PAGAS '/' CSG-QTD-PARCELAS
                   ' DESDE ' CSG-PRIMEIRA-COMP
                   ' ULTIMA ' CSG-ULT-COMP
               IF CSG-SITUACAO EQUAL 'A'
                   COMPUTE WRK-SALDO-DEVEDOR =
                       (CSG-QTD-PARCELAS - CSG-PARCELAS-PAGAS)
                       * CSG-VALOR-PARCELA
                   ADD WRK-SALDO-DEVEDOR TO WRK-TOT-SALDO
                   ADD CSG-VALOR-PARCELA TO WRK-TOT-PARCELAS
                   MOVE WRK-SALDO-DEVEDOR TO WRK-TOTAL-ED
                   DISPLAY '    SALDO DEVEDOR R$' WRK-TOTAL-ED
               END-IF
           END-IF.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS.

       030-CANCELA.
      **
      * Closes an active contract the employee settled directly
      * with the bank (quitacao antecipada): the line stays on file
      * as 'C' and the lote stops withholding from the next run.
      **
           DISPLAY 'BANCO CREDOR (3 DIGITOS): '.
           MOVE SPACES TO WRK-BANCO.
           ACCEPT WRK-BANCO.
           DISPLAY 'NUMERO DO CONTRATO: '.
           MOVE SPACES TO WRK-CONTRATO.
           ACCEPT WRK-CONTRATO.
           PERFORM 009-PROCURA-CONTRATO.
           IF WRK-CONTRATO-ACHADO EQUAL 'N'
               DISPLAY 'CONTRATO NAO CADASTRADO.'
           ELSE
               MOVE WRK-REG-NOVO TO CONSIG-REG
               IF CSG-SITUACAO NOT EQUAL 'A'
                   DISPLAY 'CONTRATO JA ENCERRADO - SITUACAO '
                       CSG-SITUACAO '.'
               ELSE
                   DISPLAY CSG-NOME ' PAGAS ' CSG-PARCELAS-PAGAS
                       '/' CSG-QTD-PARCELAS
                   DISPLAY 'CONFIRMA CANCELAMENTO? S/N'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                       MOVE 'C' TO CSG-SITUACAO
                       MOVE CONSIG-REG TO WRK-REG-NOVO
                       PERFORM 031-REGRAVA-CONSIGNADOS
                       DISPLAY 'CONTRATO CANCELADO.'
                   ELSE
                       DISPLAY 'CANCELAMENTO DESISTIDO - ARQUIVO '
                           'INALTERADO.'
                   END-IF
               END-IF
           END-IF.

       031-REGRAVA-CONSIGNADOS.
           OPEN INPUT CONSIGNADOS.
           OPEN OUTPUT CONSTEMP.
           MOVE 0 TO FLAG-CONSIGNADOS.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
           END-READ.
           PERFORM 032-COPIA-ITEM UNTIL FLAG-CONSIGNADOS EQUAL TO 1.
           CLOSE CONSIGNADOS.
           CLOSE CONSTEMP.
           OPEN INPUT CONSTEMP.
           OPEN OUTPUT CONSIGNADOS.
           MOVE 0 TO FLAG-TEMP.
           READ CONSTEMP AT END MOVE 1 TO FLAG-TEMP
           END-READ.
           PERFORM 033-VOLTA-ITEM UNTIL FLAG-TEMP EQUAL TO 1.
           CLOSE CONSTEMP.
           CLOSE CONSIGNADOS.

       032-COPIA-ITEM.
           IF CSG-BANCO EQUAL WRK-BANCO
               AND CSG-CONTRATO EQUAL WRK-CONTRATO
               MOVE WRK-REG-NOVO TO TEMP-REG
           ELSE
               MOVE CONSIG-REG TO TEMP-REG
           END-IF.
           WRITE TEMP-REG.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS.

       033-VOLTA-ITEM.
           MOVE TEMP-REG TO CONSIG-REG.
           WRITE CONSIG-REG.
           READ CONSTEMP AT END MOVE 1 TO FLAG-TEMP.

       034-MESMO-FUNCIONARIO.
      **
      * Whether the contract read is the employee asked for: by the
      * matricula; by the name when the line predates it or the
      * name is not on the employee file.
      **
           MOVE 'N' TO WRK-MESMO-FUNC.
           IF CSG-MATRICULA NUMERIC
               AND CSG-MATRICULA GREATER THAN ZEROS
               AND WRK-MATRICULA GREATER THAN ZEROS
               IF CSG-MATRICULA EQUAL WRK-MATRICULA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           ELSE
               IF CSG-NOME EQUAL WRK-NOME
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           END-IF.

      ** add other procedures here
       END PROGRAM PROG043.
