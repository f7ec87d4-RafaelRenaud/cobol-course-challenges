      * Campos de entrada; em modo de correcao a resposta em branco
      * mantem o valor ja em arquivo.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-RESPONSAVEL PIC X(30) VALUE SPACES.
       77 WRK-MATRICULA-ENTRADA PIC X(6) VALUE SPACES.
      *-----------------------
               10 TABALU-NOME PIC X(30).
               10 TABALU-TURMA PIC X(6).
               10 TABALU-RESPONSAVEL PIC X(30).
               10 TABALU-SITUACAO PIC X(1).
               10 TABALU-DATA-SITUACAO PIC 9(8).
       77 QTD-ALUNOS PIC 9(3) VALUE ZEROS.
       77 IDX-ALUNO PIC 9(3) VALUE ZEROS.
       77 IDX-ACHADO PIC 9(3) VALUE ZEROS.
               ACCEPT ALU-TURMA
               DISPLAY 'NOME DO RESPONSAVEL: '
               ACCEPT ALU-RESPONSAVEL
               MOVE 'A' TO ALU-SITUACAO
               MOVE ZEROS TO ALU-DATA-SITUACAO
               WRITE ALUNO-REG
               IF WS-ALUNOS-STATUS EQUAL '00'
                   ADD 1 TO WRITE-COUNT
                       MOVE ALU-TURMA TO TABALU-TURMA(QTD-ALUNOS)
                       MOVE ALU-RESPONSAVEL
                           TO TABALU-RESPONSAVEL(QTD-ALUNOS)
                       MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
                       MOVE ALU-DATA-SITUACAO
                           TO TABALU-DATA-SITUACAO(QTD-ALUNOS)
                   END-IF
               ELSE
                   DISPLAY 'ERRO AO GRAVAR REGISTRO - FILE STATUS: '
               MOVE ALU-NOME TO TABALU-NOME(QTD-ALUNOS)
               MOVE ALU-TURMA TO TABALU-TURMA(QTD-ALUNOS)
               MOVE ALU-RESPONSAVEL TO TABALU-RESPONSAVEL(QTD-ALUNOS)
               MOVE ALU-SITUACAO TO TABALU-SITUACAO(QTD-ALUNOS)
               IF ALU-DATA-SITUACAO NUMERIC
                   MOVE ALU-DATA-SITUACAO
                       TO TABALU-DATA-SITUACAO(QTD-ALUNOS)
               ELSE
                   MOVE ZEROS TO TABALU-DATA-SITUACAO(QTD-ALUNOS)
               END-IF
               IF ALU-MATRICULA GREATER THAN WRK-PROX-MATRICULA
                   MOVE ALU-MATRICULA TO WRK-PROX-MATRICULA
               END-IF
           DISPLAY 'NOME: ' TABALU-NOME(IDX-ACHADO).
           DISPLAY 'TURMA: ' TABALU-TURMA(IDX-ACHADO).
           DISPLAY 'RESPONSAVEL: ' TABALU-RESPONSAVEL(IDX-ACHADO).
           IF TABALU-SITUACAO(IDX-ACHADO) EQUAL 'T'
               DISPLAY 'SITUACAO: TRANSFERIDO EM '
                   TABALU-DATA-SITUACAO(IDX-ACHADO)
           END-IF.
           DISPLAY 'NOVO NOME (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           IF WRK-NOME NOT EQUAL SPACES
               MOVE WRK-NOME TO TABALU-NOME(IDX-ACHADO)
           END-IF.
      *    A mudanca de turma passa pelo PROG052, que leva junto as
      *    notas e a chamada ja lancadas sob a turma antiga.
           DISPLAY 'MUDANCA DE TURMA: USE A TRANSFERENCIA (PROG052).'.
           DISPLAY 'NOVO RESPONSAVEL (BRANCO MANTEM O ATUAL): '.
           MOVE SPACES TO WRK-RESPONSAVEL.
           ACCEPT WRK-RESPONSAVEL.
           MOVE TABALU-NOME(IDX-ALUNO) TO ALU-NOME.
           MOVE TABALU-TURMA(IDX-ALUNO) TO ALU-TURMA.
           MOVE TABALU-RESPONSAVEL(IDX-ALUNO) TO ALU-RESPONSAVEL.
           MOVE TABALU-SITUACAO(IDX-ALUNO) TO ALU-SITUACAO.
           MOVE TABALU-DATA-SITUACAO(IDX-ALUNO) TO ALU-DATA-SITUACAO.
           WRITE ALUNO-REG.

       030-LISTA.
               TABALU-NOME(IDX-ALUNO) ' TURMA '
               TABALU-TURMA(IDX-ALUNO) ' RESP. '
               TABALU-RESPONSAVEL(IDX-ALUNO).
           IF TABALU-SITUACAO(IDX-ALUNO) EQUAL 'T'
               DISPLAY '       TRANSFERIDO EM '
                   TABALU-DATA-SITUACAO(IDX-ALUNO)
           END-IF.

      ** add other procedures here
       END PROGRAM PROG023.
