           88 FIM-DO-ARQ-DISCIPLINAS VALUE "S".
       01 D PIC 9(3) VALUE 1.
       01 RTN-DISCIPLINA-CONCEITO PIC 9(1) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(1) VALUE 0.
       01 TAB-TURMAS.
           05 TAB-TURMA OCCURS TUR-MAX-TURMAS TIMES PIC X(4).
       01 TOTAL-RANQUEADOS PIC 9(3) VALUE 0.
       01 TAB-RANK.
           05 RANQUEADOS OCCURS 500 TIMES.
                           MOVE 1 TO TURMA-ACHADA
                       END-IF
                   END-PERFORM
                   IF TURMA-ACHADA EQUAL 0 AND
                           TOTAL-TURMAS < TUR-MAX-TURMAS THEN
                       ADD 1 TO TOTAL-TURMAS
                       MOVE ALU-TURMA OF ALUNOS(I)
                               TO TAB-TURMA(TOTAL-TURMAS)
