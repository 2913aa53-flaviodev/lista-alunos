      * authority level and display name.  Level 1 operates the
      * day-to-day options, level 2 (supervisor) also reaches
      * withdrawals, compaction, position adds and the maintenance
      * screens, level 3 identifies a teacher (see PROFESSOR.DAT),
      * level 4 (pedagogical coordinator) operates like level 1 and
      * also reaches the special educational needs (AEE) plans, which
      * are otherwise restricted to supervisors.
      * OPE-SITUACAO: "N" normal, "B" locked out after repeated
      * sign-on failures (a supervisor unlocks through the operator
      * maintenance screen), "T" password change required at the
           88  OPE-NIVEL-OPERADOR   VALUE 1.
           88  OPE-NIVEL-SUPERVISOR VALUE 2.
           88  OPE-NIVEL-PROFESSOR  VALUE 3.
           88  OPE-NIVEL-COORDENADOR VALUE 4.
       05  OPE-NOME                PIC X(20).
       05  OPE-DATA-TROCA          PIC 9(8).
       05  OPE-FALHAS              PIC 9(2).
           88  OPE-SITUACAO-NORMAL    VALUES "N" " ".
           88  OPE-SITUACAO-BLOQUEADO VALUE "B".
           88  OPE-SITUACAO-TROCA     VALUE "T".
      * OPE-UNIDADE: the school unit (1-9) the operator signs on to;
      * the session only sees that unit's students and turmas.
      * Supervisors see every unit whatever is recorded here.
       05  OPE-UNIDADE             PIC 9(2).
