           88  CAL-FERIADO         VALUE "F".
           88  CAL-RECESSO         VALUE "R".
       05  CAL-DESCRICAO           PIC X(20).
      * Each school unit (1-9) keeps its own calendar; a date is
      * letivo for a turma when it is letivo in the turma's unit.
       05  CAL-UNIDADE             PIC 9(2).
