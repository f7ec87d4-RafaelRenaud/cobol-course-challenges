      * on field sizes or types. One line per credit the bank
      * refused: who, how much, which competencia it came from and
      * the bank's reason - queued so the next lote can pay it
      * again instead of the deposit dead-ending. REF-EMP-CODIGO,
      * appended last, carries the company code of the refused
      * detail (spaces on lines queued before it existed);
      * REF-MATRICULA and REF-CPF identify the employee the way the
      * remittance detail does.
      ******************************************************************
       01 REFILA-REG.
           05 REF-NOME PIC X(30).
           05 REF-VALOR PIC 9(14)V99.
           05 REF-COMPETENCIA PIC X(6).
           05 REF-MOTIVO PIC X(20).
           05 REF-EMP-CODIGO PIC X(3).
           05 REF-MATRICULA PIC 9(6).
           05 REF-CPF PIC X(11).
