      * ALUSALAL - shared room master table layout.  COPYed by the
      * programs that list or maintain rooms so the table and its
      * capacity only have to change in one place.
       78  SAL-MAX-SALAS                VALUE 50.
       01  TOTAL-SALAS-CAT PIC 9(3) VALUE 0.
       01  LISTA-SALAS.
           05  SALAS OCCURS SAL-MAX-SALAS TIMES
                       INDEXED BY IX-SALAS.
               COPY ALUSALA REPLACING ==05== BY ==10==.
