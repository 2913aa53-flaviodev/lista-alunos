       01 RTN-NOTA-ACHADA PIC 9(1) VALUE 0.
       01 TOTAL-PENDENCIAS PIC 9(4) VALUE 0.
       01 PENDENCIAS-ATRIBUICAO PIC 9(3) VALUE 0.
       01 M PIC 9(2) VALUE 1.
       01 V PIC 9(3) VALUE 1.
       01 TURMA-MATRIZ PIC X(4) VALUE SPACES.
       01 SERIE-TURMA PIC X(2) VALUE SPACES.
       COPY ALUMTZL.
       01 RTN-TURMA-VISTA PIC 9(1) VALUE 0.
       01 RTN-ATRIBUICAO-ACHADA PIC 9(1) VALUE 0.
       01 TOTAL-SEM-ATRIBUICAO PIC 9(3) VALUE 0.
       01 TOTAL-TURMAS-VISTAS PIC 9(3) VALUE 0.
       01 TURMAS-VISTAS.
           05 TURMA-VISTA OCCURS 100 TIMES PIC X(4).
       LINKAGE SECTION.
       COPY ALULISTA.
       COPY ALUNOTLS.
           END-IF.
           DISPLAY "--------------------------------------------".
           DISPLAY "TOTAL DE NOTAS PENDENTES: " TOTAL-PENDENCIAS.
           PERFORM VERIFICA-MATRIZ-TURMAS.

      * A disciplina of the matrix that nobody is assigned to teach
      * in a turma never shows up above, so it is listed apart.
       VERIFICA-MATRIZ-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-VISTAS.
           MOVE 0 TO TOTAL-SEM-ATRIBUICAO.
           PERFORM VERIFICA-TURMA-ALUNO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           IF TOTAL-SEM-ATRIBUICAO NOT EQUAL 0 THEN
               DISPLAY "--------------------------------------------"
               DISPLAY "DISCIPLINAS DA MATRIZ SEM PROFESSOR: "
                       TOTAL-SEM-ATRIBUICAO
           END-IF.

       VERIFICA-TURMA-ALUNO.
           IF ALU-ATIVO OF ALUNOS(I) AND
                   ALU-TURMA OF ALUNOS(I) NOT EQUAL SPACES THEN
               MOVE 0 TO RTN-TURMA-VISTA
               PERFORM VARYING V FROM 1 BY 1
                       UNTIL V > TOTAL-TURMAS-VISTAS
                       OR RTN-TURMA-VISTA NOT EQUAL 0
                   IF TURMA-VISTA(V) EQUAL ALU-TURMA OF ALUNOS(I) THEN
                       MOVE 1 TO RTN-TURMA-VISTA
                   END-IF
               END-PERFORM
               IF RTN-TURMA-VISTA EQUAL 0 AND
                       TOTAL-TURMAS-VISTAS < 100 THEN
                   ADD 1 TO TOTAL-TURMAS-VISTAS
                   MOVE ALU-TURMA OF ALUNOS(I)
                           TO TURMA-VISTA(TOTAL-TURMAS-VISTAS)
                   PERFORM VERIFICA-MATRIZ-TURMA
               END-IF
           END-IF.

       VERIFICA-MATRIZ-TURMA.
           MOVE ALU-TURMA OF ALUNOS(I) TO TURMA-MATRIZ.
           CALL "ALUNO-MATRIZ-SERIE" USING TURMA-MATRIZ, SERIE-TURMA,
                   TOTAL-MATRIZ, LISTA-MATRIZ.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TOTAL-MATRIZ
               MOVE 0 TO RTN-ATRIBUICAO-ACHADA
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-ATRIBUICOES
                       OR RTN-ATRIBUICAO-ACHADA NOT EQUAL 0
                   IF ATR-TURMA OF ATRIBUICOES(T) EQUAL TURMA-MATRIZ
                           AND ATR-DISCIPLINA OF ATRIBUICOES(T) EQUAL
                               MTZ-DISCIPLINA OF MATRIZ-DISC(M) THEN
                       MOVE 1 TO RTN-ATRIBUICAO-ACHADA
                   END-IF
               END-PERFORM
               IF RTN-ATRIBUICAO-ACHADA EQUAL 0 THEN
                   ADD 1 TO TOTAL-SEM-ATRIBUICAO
                   DISPLAY "TURMA " TURMA-MATRIZ " SERIE " SERIE-TURMA
                           " DISCIPLINA "
                           MTZ-DISCIPLINA OF MATRIZ-DISC(M)
                           " - SEM PROFESSOR ATRIBUIDO"
               END-IF
           END-PERFORM.

       VERIFICA-ATRIBUICAO.
           MOVE 0 TO PENDENCIAS-ATRIBUICAO.
