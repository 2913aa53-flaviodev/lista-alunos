      * media for the school year and the aprovado/reprovado verdict.
      * Written by ALUNO-FECHAMENTO and consumed by ALUNO-PROMOCAO,
      * which only advances approved students.  "F" marks a student
      * retained for insufficient attendance regardless of grades;
      * "D" a student promoted com dependencia, carrying the failed
      * disciplinas listed in DEPENDEN.DAT into the next year.
       05  RES-MATRICULA           PIC 9(6).
       05  RES-ANO                 PIC 9(4).
       05  RES-MEDIA               PIC 9(2)V9(1).
           88  RES-APROVADO        VALUE "A".
           88  RES-REPROVADO       VALUE "R".
           88  RES-REPROVADO-FALTA VALUE "F".
           88  RES-PROMOVIDO-DEPENDENCIA VALUE "D".
