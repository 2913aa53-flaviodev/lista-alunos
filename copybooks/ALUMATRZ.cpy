      * ALUMATRZ - one curriculum matrix entry: a disciplina the
      * turmas of a serie must take, its position in the matrix
      * (the order documents list it in), the weekly class count
      * and the grading type.  Kept in MATRIZ.DAT sorted by serie
      * and order by ALUNO-MATRIZ-VIEW; turmas point at their serie
      * through TUR-SERIE.
       05  MTZ-SERIE               PIC X(2).
       05  MTZ-ORDEM               PIC 9(2).
       05  MTZ-DISCIPLINA          PIC X(10).
       05  MTZ-AULAS-SEMANA        PIC 9(2).
       05  MTZ-TIPO-NOTA           PIC X(1).
           88  MTZ-NOTA-NUMERICA   VALUES "N" " ".
           88  MTZ-NOTA-CONCEITO   VALUE "C".
