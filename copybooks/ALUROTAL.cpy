      * ALUROTAL - shared transport route table layout.  COPYed by
      * the programs that maintain the routes, place the riders or
      * print the manifests so the table and its capacity only have
      * to change in one place.
       78  ROT-MAX-ROTAS                VALUE 50.
       01  TOTAL-ROTAS-CAT PIC 9(2) VALUE 0.
       01  LISTA-ROTAS.
           05  ROTAS OCCURS ROT-MAX-ROTAS TIMES
                       INDEXED BY IX-ROTAS.
               COPY ALUROTA REPLACING ==05== BY ==10==.
