      * ALUPARAM - grading-rules parameter record (a single record
      * in PARAMETRO.DAT): the passing media, the minimum attendance
      * percentage, the per-bimestre weights used to compute the
      * year media and the most disciplinas a student may carry
      * over "em dependencia" and still be promoted.  Maintained by
      * ALUNO-PARAMETRO-VIEW and read through ALUNO-PARAMETRO, which
      * supplies the standard values when the file does not exist
      * yet, so rule changes are an operations task instead of a
      * recompile.
       05  PAR-MEDIA-MINIMA        PIC 9(2)V9(1).
       05  PAR-FREQ-MINIMA         PIC 9(3).
       05  PAR-PESO-BIMESTRE OCCURS 4 TIMES
                                   PIC 9(1)V9(1).
       05  PAR-MAX-DEPENDENCIAS    PIC 9(1).
