      * ALUTURML - shared turma catalog table layout.  COPYed by the
      * programs that list or maintain turmas so the table and its
      * capacity only have to change in one place.
       78  TUR-MAX-TURMAS               VALUE 200.
       01  TOTAL-TURMAS-CAT PIC 9(3) VALUE 0.
       01  LISTA-TURMAS.
           05  TURMAS OCCURS TUR-MAX-TURMAS TIMES
