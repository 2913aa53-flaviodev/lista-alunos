      * ALUPROVA - one scheduled prova: the date and periodo a turma
      * sits the bimestre exam of a disciplina.  One record per
      * turma/disciplina/ano/bimestre, kept in PROVA.DAT by
      * ALUNO-PROVA-VIEW, which only accepts a letivo date inside the
      * bimestre on a periodo the disciplina is taught to the turma
      * and no more provas per turma and day than PROVAPAR.DAT
      * allows.  COPYed at level 05 wherever a single entry is
      * needed and REPLACED to level 10 when nested inside the
      * PROVAS OCCURS table in ALUPROVL.
       05  PRV-TURMA               PIC X(4).
       05  PRV-DISCIPLINA          PIC X(10).
       05  PRV-ANO                 PIC 9(4).
       05  PRV-BIMESTRE            PIC 9(1).
       05  PRV-DATA                PIC 9(8).
       05  PRV-PERIODO             PIC 9(1).
       05  PRV-OPERADOR            PIC X(8).
