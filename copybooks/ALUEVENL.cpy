      * ALUEVENL - shared event table layout.  COPYed by the programs
      * that list, bill or maintain the passeios and events so the
      * table and its capacity only have to change in one place.
       78  EVT-MAX-EVENTOS              VALUE 100.
       01  TOTAL-EVENTOS-CAT PIC 9(3) VALUE 0.
       01  LISTA-EVENTOS.
           05  EVENTOS OCCURS EVT-MAX-EVENTOS TIMES
                       INDEXED BY IX-EVENTOS.
               COPY ALUEVENT REPLACING ==05== BY ==10==.
