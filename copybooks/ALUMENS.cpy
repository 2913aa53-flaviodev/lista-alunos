      * ALUMENS - one monthly tuition charge (mensalidade): the month
      * billed, the value from the turma fee table plus the fees of
      * the student's oficinas and of the events of the month billed
      * on the mensalidade, any lost textbook charged to the family,
      * and how and when it was settled.
      * Generated for every active student by
      * ALUNO-MENSALIDADE-GERA; payments are posted through
      * ALUNO-MENSALIDADE-VIEW or, from the bank's return file, by
      * ALUNO-MENSALIDADE-RETORNO.  Students desligated stop
      * accruing because only active students are billed; at the
      * withdrawal ALUNO-QUITACAO prorates the month and cancels
      * ("C") the charges already generated for later months.
       05  MEN-MATRICULA           PIC 9(6).
       05  MEN-ANO                 PIC 9(4).
       05  MEN-MES                 PIC 9(2).
       05  MEN-SITUACAO            PIC X(1).
           88  MEN-ABERTA          VALUE "A".
           88  MEN-PAGA            VALUE "P".
           88  MEN-CANCELADA       VALUE "C".
