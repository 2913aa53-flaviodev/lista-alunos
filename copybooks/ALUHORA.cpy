      * (professor x disciplina x turma, which must exist in
      * ATRIBUIC.DAT) placed on a weekday (1=segunda ... 5=sexta)
      * and class period (1 to 6).  Maintained by ALUNO-HORARIO-VIEW,
      * which refuses a professor in two turmas at the same slot, a
      * turma with two disciplinas in one slot and a room booked
      * twice in one slot.  HOR-SALA books a room other than the
      * turma's home room (TUR-SALA) for that slot; blank means the
      * lesson is in the home room.
       05  HOR-PROFESSOR           PIC X(8).
       05  HOR-DISCIPLINA          PIC X(10).
       05  HOR-TURMA               PIC X(4).
       05  HOR-DIA                 PIC 9(1).
       05  HOR-PERIODO             PIC 9(1).
       05  HOR-SALA                PIC X(5).
