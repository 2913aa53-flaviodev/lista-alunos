      * ALUDIARI - one class diary entry (diario de classe): the
      * lesson given to a turma in a disciplina on a school day and
      * class period, the topic taught and the teacher who gave it.
      * Written by ALUNO-DIARIO-VIEW only for a slot of HORARIO.DAT
      * on a letivo day of CALENDARIO.DAT, and refused once the
      * bimestre is closed in FECHABIM.DAT.  DIARIO.DAT is append
      * only: a correction is written as a new record and the last
      * record for a turma/data/periodo is the one in force.
       05  DIA-TURMA               PIC X(4).
       05  DIA-DISCIPLINA          PIC X(10).
       05  DIA-DATA                PIC 9(8).
       05  DIA-PERIODO             PIC 9(1).
       05  DIA-BIMESTRE            PIC 9(1).
       05  DIA-PROFESSOR           PIC X(8).
       05  DIA-CONTEUDO            PIC X(60).
       05  DIA-OPERADOR            PIC X(8).
       05  DIA-DATA-REGISTRO       PIC 9(8).
