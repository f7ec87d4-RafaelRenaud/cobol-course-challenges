      ******************************************************************
      * Shared CALENDARIO.TXT record layout: the school calendar
      * kept by PROG053 and read by PROG025 (call-day entry) and
      * PROG004 (grading run), one line per event. The school year
      * of an event is the year of CAL-DATA.
      *
      * CAL-TIPO:
      *   I inicio do ano letivo     F fim do ano letivo
      *   B inicio de bimestre       H feriado
      *   R recesso (CAL-DATA a CAL-DATA-FIM)
      *   L dia letivo extra (sabado letivo, reposicao)
      * A day is letivo when it falls between I and F, is a weekday
      * and is neither a feriado nor inside a recesso - or when it
      * is listed as an L. CAL-DATA-FIM is zeros except on R.
      ******************************************************************
       01 CALENDARIO-REG.
           05 CAL-TIPO PIC X(1).
           05 CAL-DATA PIC 9(8).
           05 CAL-DATA-FIM PIC 9(8).
           05 CAL-DESCRICAO PIC X(30).
