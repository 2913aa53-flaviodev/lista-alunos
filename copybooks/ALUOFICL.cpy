      * ALUOFICL - shared workshop catalog table layout.  COPYed by
      * the programs that list, bill or maintain the oficinas so the
      * table and its capacity only have to change in one place.
       78  OFI-MAX-OFICINAS             VALUE 50.
       01  TOTAL-OFICINAS-CAT PIC 9(3) VALUE 0.
       01  LISTA-OFICINAS.
           05  OFICINAS OCCURS OFI-MAX-OFICINAS TIMES
                       INDEXED BY IX-OFICINAS.
               COPY ALUOFIC REPLACING ==05== BY ==10==.
