      * ALUROLAG - one turma roll-over rule for the school-year
      * opening: the turma ROL-TURMA-ORIGEM is offered next year
      * under ROL-TURMA-DESTINO (blank = not offered next year).
      * Turmas with no rule keep their code.  Teacher assignments,
      * timetable slots and tuition rates follow the turma.
       05  ROL-TURMA-ORIGEM        PIC X(4).
       05  ROL-TURMA-DESTINO       PIC X(4).
