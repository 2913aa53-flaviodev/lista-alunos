      * ALUSUBST - one substitution: the HORARIO.DAT slot of a turma
      * on a given school day (date and class period) and the
      * teacher who covered it in place of the one in the timetable.
      * The covered period counts for the substitute, not for the
      * titular teacher, in the monthly workload count, and the
      * substitute records the lesson in the class diary.  Appended
      * by ALUNO-SUBSTITUICAO-VIEW to SUBSTITU.DAT; the last record
      * for a date, turma and periodo stands and a blank substitute
      * cancels the substitution.
       05  SUB-DATA                PIC 9(8).
       05  SUB-TURMA               PIC X(4).
       05  SUB-PERIODO             PIC 9(1).
       05  SUB-DISCIPLINA          PIC X(10).
       05  SUB-PROFESSOR-TITULAR   PIC X(8).
       05  SUB-PROFESSOR-SUBST     PIC X(8).
       05  SUB-OPERADOR            PIC X(8).
