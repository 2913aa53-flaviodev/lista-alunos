      * with a supervisor override and reporting exceptions in batch.
       05  TUR-ANO-NASC-MIN        PIC 9(4).
       05  TUR-ANO-NASC-MAX        PIC 9(4).
      * Serie of the turma in the curriculum matrix (MATRIZ.DAT);
      * blank leaves the turma outside the matrix checks.
       05  TUR-SERIE               PIC X(2).
      * School unit (1-9) that owns the turma.  Turma codes stay
      * unique across units; the turma's unit decides which
      * secretaria may enroll in it and whose calendar, tuition and
      * timetable apply.
       05  TUR-UNIDADE             PIC 9(2).
