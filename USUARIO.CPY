      * is left out of the standard PROG006 reports; anything else
      * (including the spaces of records written before the field
      * existed) counts as active.
      *
      * A record anonymized by PROG057 stays inactivated, with NOME
      * 'ANONIMIZADO', the address blank and, in CPF, the token
      * 'ANON' + run date + sequence that replaced the real CPF in
      * every file of the suite.
      ******************************************************************
       01 USUARIO.
           05 NOME PIC X(32) VALUES SPACES.
