       WORKING-STORAGE SECTION.
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 SALA-TURMA-BUSCA PIC X(5) VALUE SPACES.
       01 SALA-TURMA.
           COPY ALUSALA.
       01 RTN-SALA-OK PIC 9(1) VALUE 0.
       LINKAGE SECTION.
       01 TURMA-BUSCA PIC X(4).
       01 TURMA-CAPACIDADE PIC 9(3).

      * The capacity of a turma whose home room is in the room
      * master never goes beyond the seats of that room, even for a
      * turma keyed before the room master existed.
       PROCEDURE DIVISION USING TURMA-BUSCA, TURMA-CAPACIDADE.
           MOVE 0 TO TURMA-CAPACIDADE.
           MOVE SPACES TO SALA-TURMA-BUSCA.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.
           IF SALA-TURMA-BUSCA NOT EQUAL SPACES THEN
               CALL "ALUNO-SALA-VALIDA" USING SALA-TURMA-BUSCA,
                       SALA-TURMA, RTN-SALA-OK
               IF RTN-SALA-OK NOT EQUAL 0 THEN
                   IF TURMA-CAPACIDADE EQUAL 0 OR
                           TURMA-CAPACIDADE > SAL-LUGARES THEN
                       MOVE SAL-LUGARES TO TURMA-CAPACIDADE
                   END-IF
               END-IF
           END-IF.
       EXIT PROGRAM.

       LE-TURMA.
               NOT AT END
                   IF TUR-CODIGO EQUAL TURMA-BUSCA THEN
                       MOVE TUR-CAPACIDADE TO TURMA-CAPACIDADE
                       MOVE TUR-SALA TO SALA-TURMA-BUSCA
                   END-IF
           END-READ.
