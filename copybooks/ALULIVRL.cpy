      * ALULIVRL - shared textbook inventory table layout.  COPYed by
      * the programs that lend, list or maintain the titles so the
      * table and its capacity only have to change in one place.
       78  LIV-MAX-LIVROS               VALUE 200.
       01  TOTAL-LIVROS-CAT PIC 9(3) VALUE 0.
       01  LISTA-LIVROS.
           05  LIVROS OCCURS LIV-MAX-LIVROS TIMES
                       INDEXED BY IX-LIVROS.
               COPY ALULIVRO REPLACING ==05== BY ==10==.
