      * ALUAVCF - assessment setup for one disciplina, either for one
      * turma or (ACF-TURMA blank) for every turma without a setup of
      * its own: the instruments (prova, trabalho, participacao...)
      * that make up the bimestre nota and the weight of each.  A
      * slot with a blank instrument is unused.  Kept in AVALCFG.DAT
      * by ALUNO-AVALIACAO-CONFIG-VIEW; a numeric disciplina with no
      * setup keeps taking the bimestre nota directly.
       05  ACF-DISCIPLINA          PIC X(10).
       05  ACF-TURMA               PIC X(4).
       05  ACF-INSTRUMENTO OCCURS 4 TIMES
                                   PIC X(8).
       05  ACF-PESO OCCURS 4 TIMES PIC 9(2).
