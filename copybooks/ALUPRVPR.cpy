      * ALUPRVPR - exam schedule parameter record (a single record
      * in PROVAPAR.DAT): the most provas a turma may sit on one day
      * and the first and last date of each bimestre of the school
      * year, which bound the dates a prova can be scheduled on.
      * Maintained in ALUNO-PROVA-VIEW and read through
      * ALUNO-PROVA-PARAMETRO, which supplies the standard limit
      * when the file does not exist yet.  A bimestre whose dates
      * are zero takes no provas until the dates are set.
       05  PPR-MAX-PROVAS-DIA      PIC 9(1).
       05  PPR-BIMESTRE OCCURS 4 TIMES.
           10  PPR-INICIO          PIC 9(8).
           10  PPR-FIM             PIC 9(8).
