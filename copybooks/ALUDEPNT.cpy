      * ALUDEPNT - one bimestre grade for a dependencia, entered in
      * a later school year (DPN-ANO) through ALUNO-DEPENDENCIA-VIEW.
      * Kept apart from NOTAS.DAT so it does not collide with the
      * regular grade the student gets in the same disciplina in the
      * new turma; when the same bimestre is entered twice the later
      * record stands.  ALUNO-FECHAMENTO of DPN-ANO reads them.
       05  DPN-MATRICULA           PIC 9(6).
       05  DPN-DISCIPLINA          PIC X(10).
       05  DPN-ANO-ORIGEM          PIC 9(4).
       05  DPN-ANO                 PIC 9(4).
       05  DPN-BIMESTRE            PIC 9(1).
       05  DPN-NOTA                PIC 9(2)V9(1).
       05  DPN-DATA                PIC 9(6).
       05  DPN-OPERADOR            PIC X(8).
