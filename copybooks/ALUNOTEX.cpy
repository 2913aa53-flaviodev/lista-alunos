      * ALUNOTEX - teachers' grade extract record layout (one grade
      * per record, fixed format), consumed by ALUNO-NOTA-CARGA.
      * For a conceito-graded disciplina the extract carries the
      * letter (A-E) in NEX-CONCEITO and NEX-NOTA is zero.  For a
      * disciplina with an assessment setup (ALUAVCF) each record
      * carries the grade of one instrument, named in
      * NEX-INSTRUMENTO; it is blank for a plain bimestre nota.
       05  NEX-MATRICULA           PIC 9(6).
       05  NEX-DISCIPLINA          PIC X(10).
       05  NEX-ANO                 PIC 9(4).
       05  NEX-BIMESTRE            PIC 9(1).
       05  NEX-NOTA                PIC 9(2)V9(1).
       05  NEX-CONCEITO            PIC X(1).
       05  NEX-INSTRUMENTO         PIC X(8).
