      * ALUAVAL - the assessments behind one bimestre nota: each
      * instrument of the disciplina setup (ALUAVCF) with its weight
      * and the grade the student got, for one matricula/disciplina/
      * ano/bimestre.  AVALIACAO.DAT is append-only; the last record
      * for a key is the one in force and NOT-NOTA is its weighted
      * average (ALUNO-AVALIACAO).
       05  AVL-MATRICULA           PIC 9(6).
       05  AVL-DISCIPLINA          PIC X(10).
       05  AVL-ANO                 PIC 9(4).
       05  AVL-BIMESTRE            PIC 9(1).
       05  AVL-INSTRUMENTO OCCURS 4 TIMES
                                   PIC X(8).
       05  AVL-PESO OCCURS 4 TIMES PIC 9(2).
       05  AVL-NOTA OCCURS 4 TIMES PIC 9(2)V9(1).
       05  AVL-DATA                PIC 9(8).
       05  AVL-OPERADOR            PIC X(8).
