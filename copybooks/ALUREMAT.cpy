      * ALUREMAT - a family's rematricula intention for one student
      * and campaign year.  Seeded "P" for every active student when
      * the campaign opens and appended by ALUNO-REMATRICULA-VIEW as
      * the school calls; the last record for a matricula/ano is the
      * one in force.  A confirmation over overdue tuition carries
      * the supervisor's release in RMT-DEBITO-LIBERADO.
       05  RMT-MATRICULA           PIC 9(6).
       05  RMT-ANO-LETIVO          PIC 9(4).
       05  RMT-INTENCAO            PIC X(1).
           88  RMT-CONFIRMA        VALUE "C".
           88  RMT-NAO-RETORNA     VALUE "N".
           88  RMT-PENDENTE        VALUE "P".
       05  RMT-DEBITO-LIBERADO     PIC X(1).
           88  RMT-LIBERADO-SUPERVISOR VALUE "S".
       05  RMT-DATA                PIC 9(8).
       05  RMT-OPERADOR            PIC X(8).
