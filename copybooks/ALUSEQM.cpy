      * ALUSEQM - matricula sequence control record, one per school
      * unit: the next base number to issue in that unit.  The
      * issued matricula is the 5-digit base followed by a mod-11
      * check digit, produced by ALUNO-MATRICULA-GERA.  Each unit
      * issues from its own band of bases, (unit - 1) * 10000 + 1
      * to (unit - 1) * 10000 + 9999, so matriculas never collide
      * between units and the first digit shows the issuing unit.
       05  SEQ-UNIDADE              PIC 9(2).
       05  SEQ-PROXIMO              PIC 9(5).
