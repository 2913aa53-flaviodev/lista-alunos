       01 TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(1) VALUE 0.
       01 TAB-TURMAS.
           05 TAB-TURMA-ENTRADA OCCURS 200 TIMES.
               10 TAB-TURMA PIC X(4).
               10 TAB-TURMA-UNIDADE PIC 9(2).
       01 UN PIC 9(2) VALUE 1.
       01 TOTAL-UNIDADES PIC 9(2) VALUE 0.
       01 TAB-UNIDADES.
           05 UNIDADE-PRESENTE OCCURS 9 TIMES PIC X(1).
       01 UNIDADE-GRUPO PIC 9(2) VALUE 0.
       01 TOTAL-DISCIPLINAS-EST PIC 9(2) VALUE 0.
       01 DISC-ACHADA PIC 9(1) VALUE 0.
       01 TAB-DISCIPLINAS.
           PERFORM MONTA-DISCIPLINAS.
           DISPLAY "ESTATISTICAS DE NOTAS POR TURMA E DISCIPLINA".
           DISPLAY "--------------------------------------------".
           MOVE 0 TO UNIDADE-GRUPO.
           PERFORM ESTATISTICA-TURMA VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-TURMAS.
           IF TOTAL-UNIDADES > 1 THEN
               DISPLAY "--------------------------------------------"
               PERFORM ESTATISTICA-UNIDADE VARYING UN FROM 1 BY 1
                       UNTIL UN > 9
               MOVE 99 TO UNIDADE-GRUPO
               DISPLAY "TODAS AS UNIDADES"
               PERFORM ESTATISTICA-DISCIPLINA VARYING D FROM 1 BY 1
                       UNTIL D > TOTAL-DISCIPLINAS-EST
           END-IF.
           DISPLAY "--------------------------------------------".
       EXIT PROGRAM.

      * The turmas shown are those of the students in LISTA, which
      * for an operator of one school unit holds only that unit.
       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS.
           MOVE 0 TO TOTAL-UNIDADES.
           MOVE SPACES TO TAB-UNIDADES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) THEN
                   MOVE 0 TO TURMA-ACHADA
                           MOVE 1 TO TURMA-ACHADA
                       END-IF
                   END-PERFORM
                   IF TURMA-ACHADA EQUAL 0 AND TOTAL-TURMAS < 200 THEN
                       ADD 1 TO TOTAL-TURMAS
                       MOVE ALU-TURMA OF ALUNOS(I)
                               TO TAB-TURMA(TOTAL-TURMAS)
                       MOVE ALU-UNIDADE OF ALUNOS(I)
                               TO TAB-TURMA-UNIDADE(TOTAL-TURMAS)
                   END-IF
                   IF ALU-UNIDADE OF ALUNOS(I) >= 1 AND
                           ALU-UNIDADE OF ALUNOS(I) <= 9 THEN
                       MOVE ALU-UNIDADE OF ALUNOS(I) TO UN
                       IF UNIDADE-PRESENTE(UN) NOT EQUAL "S" THEN
                           MOVE "S" TO UNIDADE-PRESENTE(UN)
                           ADD 1 TO TOTAL-UNIDADES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           END-PERFORM.

       ESTATISTICA-TURMA.
           DISPLAY "TURMA " TAB-TURMA(T) " UNIDADE "
                   TAB-TURMA-UNIDADE(T).
           PERFORM ESTATISTICA-DISCIPLINA VARYING D FROM 1 BY 1
                   UNTIL D > TOTAL-DISCIPLINAS-EST.

      * With students of more than one school unit in the list the
      * figures are also given per unit and for all units together.
       ESTATISTICA-UNIDADE.
           IF UNIDADE-PRESENTE(UN) EQUAL "S" THEN
               MOVE UN TO UNIDADE-GRUPO
               DISPLAY "UNIDADE " UN
               PERFORM ESTATISTICA-DISCIPLINA VARYING D FROM 1 BY 1
                       UNTIL D > TOTAL-DISCIPLINAS-EST
           END-IF.

       ESTATISTICA-DISCIPLINA.
           MOVE 0 TO QTDE-NOTAS.
           MOVE 0 TO SOMA-NOTAS.
               END-IF
           END-IF.

      * UNIDADE-GRUPO zero groups by the turma T, 99 takes every
      * active student and any other value the students of that
      * school unit.
       BUSCA-ALUNO-NOTA.
           MOVE 0 TO RTN-ALUNO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                           RTN-ALUNO-ACHADO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL
                       NOT-MATRICULA OF NOTAS(J) AND
                       ALU-ATIVO OF ALUNOS(I) THEN
                   EVALUATE UNIDADE-GRUPO
                       WHEN 0
                           IF ALU-TURMA OF ALUNOS(I) EQUAL
                                   TAB-TURMA(T) THEN
                               MOVE I TO RTN-ALUNO-ACHADO
                           END-IF
                       WHEN 99
                           MOVE I TO RTN-ALUNO-ACHADO
                       WHEN OTHER
                           IF ALU-UNIDADE OF ALUNOS(I) EQUAL
                                   UNIDADE-GRUPO THEN
                               MOVE I TO RTN-ALUNO-ACHADO
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

