                   IF WRK-REGRA EQUAL 1
                       ADD 1 TO WRK-QTD-REGISTROS
                   END-IF
      *    Registro anonimizado pelo PROG057 nao tem mais CPF,
      *    endereco nem nome a corrigir.
                   IF CPF(1:4) NOT EQUAL 'ANON'
                       PERFORM 003-TESTA-REGRA
                       IF WRK-VIOLA-SW EQUAL 'S'
                           ADD 1 TO WRK-QTD-REGRA
                           DISPLAY '  ' CPF ' ' NOME
                       END-IF
                   END-IF
           END-READ.

