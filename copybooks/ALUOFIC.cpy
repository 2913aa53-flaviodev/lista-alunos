      * ALUOFIC - one extracurricular workshop (oficina) of the
      * catalog: robotics, choir, futsal, reinforcement classes and
      * the like, with the instructor, the weekly dia/turno/periodo
      * it meets in, the vacancies and the monthly fee (zero when
      * free).  Maintained in ALUNO-OFICINA-VIEW; the fee of every
      * enrollment open in the month is added to the mensalidade by
      * ALUNO-MENSALIDADE-GERA.  COPYed at level 05 wherever a
      * single entry is needed and REPLACED to level 10 when nested
      * inside the OFICINAS OCCURS table in ALUOFICL.
       05  OFI-CODIGO              PIC X(5).
       05  OFI-DESCRICAO           PIC X(20).
       05  OFI-INSTRUTOR           PIC X(20).
       05  OFI-DIA                 PIC 9(1).
       05  OFI-TURNO               PIC X(1).
           88  OFI-TURNO-MANHA     VALUE "M".
           88  OFI-TURNO-TARDE     VALUE "T".
           88  OFI-TURNO-NOITE     VALUE "N".
           88  OFI-TURNO-VALIDO    VALUES "M" "T" "N".
       05  OFI-PERIODO             PIC 9(1).
       05  OFI-VAGAS               PIC 9(3).
       05  OFI-VALOR               PIC 9(5)V9(2).
