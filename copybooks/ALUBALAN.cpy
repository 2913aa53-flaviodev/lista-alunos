      * ALUBALAN - one move of a turma balancing proposal: the
      * student, the parallel turma they are in when the proposal
      * is simulated and the one they are to go to.  Written to
      * BALANCEA.DAT by the simulation of ALUNO-TURMA-BALANCEIA and
      * applied by its APLICA run once the coordinator has approved
      * the listing; a move whose student is no longer in the
      * origin turma by then is left out.
       05  BAL-MATRICULA           PIC 9(6).
       05  BAL-TURMA-ORIGEM        PIC X(4).
       05  BAL-TURMA-DESTINO       PIC X(4).
       05  BAL-DATA                PIC 9(8).
