      * ALUCHPAG - payroll hours record (fixed format), one per
      * teacher of PROFESSOR.DAT per month, produced by the monthly
      * workload count (ALUNO-CARGA-HORARIA) for the payroll system.
      * Counts are class periods (horas-aula): the periods of the
      * timetable on letivo days, less the ones missed or covered
      * by a substitute, plus the ones covered for someone else.
       05  CHP-PROFESSOR           PIC X(8).
       05  CHP-ANO-MES             PIC 9(6).
       05  CHP-AULAS-PREVISTAS     PIC 9(4).
       05  CHP-AULAS-AUSENCIA      PIC 9(4).
       05  CHP-AULAS-SUBSTITUICAO  PIC 9(4).
       05  CHP-AULAS-DEVIDAS       PIC 9(4).
