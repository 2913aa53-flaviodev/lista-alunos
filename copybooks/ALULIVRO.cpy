      * ALULIVRO - one title of the textbook and material inventory
      * (livro didatico): the disciplina and serie it is handed out
      * for, the copies on hand at the school and the replacement
      * value charged when a copy is lost.  Maintained in
      * ALUNO-LIVRO-VIEW; the copies on hand go down when a copy is
      * lent and back up when it comes back in usable condition.
      * COPYed at level 05 wherever a single entry is needed and
      * REPLACED to level 10 when nested inside the LIVROS OCCURS
      * table in ALULIVRL.
       05  LIV-CODIGO              PIC X(6).
       05  LIV-TITULO              PIC X(30).
       05  LIV-DISCIPLINA          PIC X(10).
       05  LIV-SERIE               PIC X(2).
       05  LIV-ESTOQUE             PIC 9(4).
       05  LIV-VALOR               PIC 9(5)V9(2).
