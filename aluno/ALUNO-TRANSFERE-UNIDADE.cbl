       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-TRANSFERE-UNIDADE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 CAPACIDADE-TURMA PIC 9(3) VALUE 0.
       01 QTDE-NA-TURMA PIC 9(3) VALUE 0.
       01 TURMA-ANTERIOR PIC X(4) VALUE SPACES.
       01 ALUNO-LIBERADO.
           COPY ALUREG.
       01 STATUS-ESPERA PIC X(20) VALUE " ".
       01 OPERACAO-TRANSPORTE PIC X(10) VALUE "UNIDADE".
       LINKAGE SECTION.
       01 MATRICULA-BUSCA PIC 9(6).
       01 NOVA-TURMA PIC X(4).
       01 STATUS-TRANSFERE PIC X(20).
       01 OPERADOR-ID PIC X(8).
       COPY ALULISTA.

      * Transfer of an active student to a turma of another school
      * unit.  The matricula is kept, so the notas, attendance,
      * historico and every other record filed under it follow the
      * student; the historico gets a TRANSF-UNI entry with the
      * turma left behind, and the seat it frees goes to that
      * turma's waiting list.
       PROCEDURE DIVISION USING MATRICULA-BUSCA, NOVA-TURMA,
                    STATUS-TRANSFERE, TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           PERFORM TRANSFERE-ALUNO
       EXIT PROGRAM.

       TRANSFERE-ALUNO.
           PERFORM VERIFICA-MATRICULA.
           IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
               MOVE "MATRICULA INEXISTENTE" TO STATUS-TRANSFERE
           ELSE
           IF ALU-INATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
               MOVE "ALUNO INATIVO" TO STATUS-TRANSFERE
           ELSE
           CALL "ALUNO-TURMA-VALIDA" USING NOVA-TURMA, RTN-TURMA-OK
           CALL "ALUNO-TURMA-UNIDADE" USING NOVA-TURMA, OPERADOR-ID,
                   UNIDADE-TURMA, RTN-UNIDADE-OK
           IF RTN-TURMA-OK EQUAL 0 OR UNIDADE-TURMA EQUAL 0 THEN
               MOVE "TURMA INVALIDA" TO STATUS-TRANSFERE
           ELSE
           IF UNIDADE-TURMA EQUAL
                   ALU-UNIDADE OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
               MOVE "TURMA DA MESMA UNIDADE" TO STATUS-TRANSFERE
           ELSE
           PERFORM VERIFICA-LOTACAO
           IF CAPACIDADE-TURMA > 0 AND
                   QTDE-NA-TURMA >= CAPACIDADE-TURMA THEN
               MOVE "TURMA LOTADA" TO STATUS-TRANSFERE
           ELSE
               CALL "ALUNO-HISTORICO" USING "TRANSF-UNI",
                       ALUNOS(RTN-MATRICULA-ACHADA)
               MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                       TO TURMA-ANTERIOR
               MOVE NOVA-TURMA
                       TO ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
               MOVE UNIDADE-TURMA
                       TO ALU-UNIDADE OF ALUNOS(RTN-MATRICULA-ACHADA)
               MOVE "OK" TO STATUS-TRANSFERE
               CALL "ALUNO-AUDITORIA" USING "TRANSF-UNI",
                       ALUNOS(RTN-MATRICULA-ACHADA),
                       RTN-MATRICULA-ACHADA, OPERADOR-ID
               PERFORM LIBERA-VAGA-ANTERIOR
               CALL "ALUNO-TRANSPORTE-AVISO" USING OPERACAO-TRANSPORTE,
                       ALUNOS(RTN-MATRICULA-ACHADA), TURMA-ANTERIOR,
                       OPERADOR-ID
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-LOTACAO.
           MOVE 0 TO CAPACIDADE-TURMA.
           CALL "ALUNO-TURMA-CAPACIDADE" USING NOVA-TURMA,
                   CAPACIDADE-TURMA.
           MOVE 0 TO QTDE-NA-TURMA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) AND
                       ALU-TURMA OF ALUNOS(I) EQUAL NOVA-TURMA THEN
                   ADD 1 TO QTDE-NA-TURMA
               END-IF
           END-PERFORM.

       LIBERA-VAGA-ANTERIOR.
           MOVE ALUNOS(RTN-MATRICULA-ACHADA) TO ALUNO-LIBERADO.
           MOVE TURMA-ANTERIOR TO ALU-TURMA OF ALUNO-LIBERADO.
           CALL "ALUNO-ESPERA" USING "LIBERA", ALUNO-LIBERADO,
                   TOTAL-ALUNOS, LISTA, STATUS-ESPERA, OPERADOR-ID.

       VERIFICA-MATRICULA.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS OR
                           RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL
                       MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.
