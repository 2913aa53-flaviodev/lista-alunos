      * ALUAUSEN - one teacher absence: the teacher (PRF-ID), the
      * school day and the range of class periods missed, with the
      * reason.  Appended by ALUNO-SUBSTITUICAO-VIEW to PROFAUSE.DAT;
      * records of one teacher and day add up, and a record with
      * both periodos zero cancels the ones before it.  Read by the
      * monthly workload count (ALUNO-CARGA-HORARIA), which takes
      * the periods of HORARIO.DAT inside the range off the
      * teacher's hours for that day, and by the substitution
      * reports.
       05  AUS-PROFESSOR           PIC X(8).
       05  AUS-DATA                PIC 9(8).
       05  AUS-PERIODO-INICIAL     PIC 9(1).
       05  AUS-PERIODO-FINAL       PIC 9(1).
       05  AUS-MOTIVO              PIC X(30).
       05  AUS-OPERADOR            PIC X(8).
