      * ALUCALNL - shared school-calendar table layout.  COPYed by
      * the programs that list or consult the calendar so the table
      * and its capacity only have to change in one place.
       78  CAL-MAX-DIAS                 VALUE 2000.
       01  TOTAL-DIAS-CALENDARIO PIC 9(4) VALUE 0.
       01  LISTA-CALENDARIO.
           05  CALENDARIO OCCURS CAL-MAX-DIAS TIMES
                       INDEXED BY IX-CALENDARIO.
