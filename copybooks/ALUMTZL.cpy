      * ALUMTZL - the curriculum matrix of one serie in memory, as
      * returned by ALUNO-MATRIZ-SERIE, in matrix order.  The annual
      * class count of a disciplina is its weekly count times the
      * school weeks of the year.
       78  MTZ-MAX-DISCIPLINAS          VALUE 20.
       78  MTZ-SEMANAS-LETIVAS          VALUE 40.
       01  TOTAL-MATRIZ PIC 9(2) VALUE 0.
       01  LISTA-MATRIZ.
           05  MATRIZ-DISC OCCURS MTZ-MAX-DISCIPLINAS TIMES.
               COPY ALUMATRZ REPLACING ==05== BY ==10==.
