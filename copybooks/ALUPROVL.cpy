      * ALUPROVL - shared exam schedule table layout.  COPYed by the
      * programs that list or maintain the provas so the table and
      * its capacity only have to change in one place.
       78  PRV-MAX-PROVAS               VALUE 2000.
       01  TOTAL-PROVAS-CAT PIC 9(4) VALUE 0.
       01  LISTA-PROVAS.
           05  PROVAS OCCURS PRV-MAX-PROVAS TIMES
                       INDEXED BY IX-PROVAS.
               COPY ALUPROVA REPLACING ==05== BY ==10==.
