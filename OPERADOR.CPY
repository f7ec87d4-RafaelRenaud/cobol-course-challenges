      * OP-PERFIL: 'T' marks a trainee, restricted to the PROG006
      * inquiry option of the menu; anything else has the full menu
      * (unless PERMISSOES.TXT says otherwise).
      * 'C' marks a coordenador pedagogico, who - like a supervisor
      * ('S') - may change grades and calls of a closed diario.
      *
      * OP-TROCA-SENHA carries the date of the last password change
      * (AAAAMMDD; zeros or spaces force a change at the next
