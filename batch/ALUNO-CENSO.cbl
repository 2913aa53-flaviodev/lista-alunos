       01 COMPETENCIA-ALPHA PIC X(6) VALUE SPACES.
       01 COMPETENCIA PIC 9(6) VALUE 0.
       01 CODIGO-ESCOLA PIC X(8) VALUE SPACES.
       01 UNIDADE-CENSO-ALPHA PIC X(2) VALUE SPACES.
       01 UNIDADE-CENSO PIC 9(2) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 TOTAL-ATIVOS PIC 9(5) VALUE 0.
       01 TOTAL-REGISTROS PIC 9(5) VALUE 0.
       01 TOTAL-TURMAS PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(1) VALUE 0.
       01 TAB-TURMAS.
           05 TAB-TURMA OCCURS 200 TIMES.
               10 TAB-TURMA-NOME  PIC X(4).
               10 TAB-TURMA-QTDE  PIC 9(3).
       01 CENSO-CABECALHO.
           END-IF.
           ACCEPT COMPETENCIA-ALPHA.
           ACCEPT CODIGO-ESCOLA.
           ACCEPT UNIDADE-CENSO-ALPHA.
           IF UNIDADE-CENSO-ALPHA IS NUMERIC THEN
               MOVE UNIDADE-CENSO-ALPHA TO UNIDADE-CENSO
           END-IF.
           IF COMPETENCIA-ALPHA IS NUMERIC AND
                   COMPETENCIA-ALPHA NOT EQUAL "000000" THEN
               MOVE COMPETENCIA-ALPHA TO COMPETENCIA
               STOP RUN
           END-IF.

      * Unit 00 (or blank) gives the consolidated census of all the
      * school units; otherwise only the students of that unit.
       CONTA-POR-TURMA.
           IF ALU-ATIVO OF ALUNOS(I) AND (UNIDADE-CENSO EQUAL 0 OR
                   ALU-UNIDADE OF ALUNOS(I) EQUAL UNIDADE-CENSO) THEN
               ADD 1 TO TOTAL-ATIVOS
               MOVE 0 TO TURMA-ACHADA
               PERFORM VARYING K FROM 1 BY 1
                       MOVE 1 TO TURMA-ACHADA
                   END-IF
               END-PERFORM
               IF TURMA-ACHADA EQUAL 0 AND TOTAL-TURMAS < 200 THEN
                   ADD 1 TO TOTAL-TURMAS
                   MOVE ALU-TURMA OF ALUNOS(I)
                           TO TAB-TURMA-NOME(TOTAL-TURMAS)

       GRAVA-ALUNO-TURMA.
           IF ALU-ATIVO OF ALUNOS(I) AND
                   ALU-TURMA OF ALUNOS(I) EQUAL TAB-TURMA-NOME(K) AND
                   (UNIDADE-CENSO EQUAL 0 OR
                   ALU-UNIDADE OF ALUNOS(I) EQUAL UNIDADE-CENSO) THEN
               MOVE CODIGO-ESCOLA TO DET-ESCOLA
               MOVE ALU-TURMA OF ALUNOS(I) TO DET-TURMA
               MOVE ALU-MATRICULA OF ALUNOS(I) TO DET-MATRICULA
       IMPRIME-SUMARIO.
           DISPLAY "CENSO MENSAL DE MATRICULA - RESUMO".
           DISPLAY "COMPETENCIA ......: " COMPETENCIA.
           IF UNIDADE-CENSO EQUAL 0 THEN
               DISPLAY "UNIDADE ..........: TODAS"
           ELSE
               DISPLAY "UNIDADE ..........: " UNIDADE-CENSO
           END-IF.
           DISPLAY "TURMAS ...........: " TOTAL-TURMAS.
           DISPLAY "ALUNOS ATIVOS ....: " TOTAL-ATIVOS.
           DISPLAY "REGISTROS GERADOS : " TOTAL-REGISTROS.
