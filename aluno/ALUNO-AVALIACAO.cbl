       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-AVALIACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AVAL-CONFIG ASSIGN TO "AVALCFG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AVALIACOES ASSIGN TO "AVALIACAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AVAL-CONFIG.
       01  AVAL-CONFIG-REC.
           COPY ALUAVCF.
       FD  ARQ-AVALIACOES.
       01  AVALIACAO-REC.
           COPY ALUAVAL.

       WORKING-STORAGE SECTION.
       01 AVL-FILE-STATUS PIC X(2) VALUE "00".
       01 S PIC 9(1) VALUE 1.
       01 P PIC 9(1) VALUE 1.
       01 FIM-CONFIG PIC X VALUE "N".
           88 FIM-DO-ARQ-CONFIG VALUE "S".
       01 FIM-AVALIACOES PIC X VALUE "N".
           88 FIM-DO-ARQ-AVALIACOES VALUE "S".
       01 CONFIG-TURMA.
           COPY ALUAVCF.
       01 CONFIG-GERAL.
           COPY ALUAVCF.
       01 AVALIACAO-ANTERIOR.
           COPY ALUAVAL.
       01 TEM-ANTERIOR PIC X VALUE "N".
           88 HA-AVALIACAO-ANTERIOR VALUE "S".
       01 INSTRUMENTO-ACHADO PIC X VALUE "N".
           88 HA-INSTRUMENTO-ANTERIOR VALUE "S".
       01 SOMA-PONDERADA PIC 9(5)V9(1) VALUE 0.
       01 SOMA-PESOS PIC 9(3) VALUE 0.
       01 NOTA-ANTERIOR.
           COPY ALUNOTA.
       01 NOTA-NOVA.
           COPY ALUNOTA.
       LINKAGE SECTION.
       01 AVL-OPERACAO PIC X(10).
       01 TURMA-ALUNO PIC X(4).
       01 AVALIACAO.
           COPY ALUAVAL.
       01 NOTA-CALCULADA PIC 9(2)V9(1).
       01 OPERADOR-ID PIC X(8).
       01 MOTIVO-NOTA PIC X(10).
       01 STATUS-AVALIACAO PIC X(20).

       PROCEDURE DIVISION USING AVL-OPERACAO, TURMA-ALUNO, AVALIACAO,
                    NOTA-CALCULADA, OPERADOR-ID, MOTIVO-NOTA,
                    STATUS-AVALIACAO.
           MOVE SPACES TO STATUS-AVALIACAO.
           EVALUATE AVL-OPERACAO
               WHEN "CONFIG"
                   PERFORM MONTA-INSTRUMENTOS
               WHEN "CONSULTA"
                   PERFORM CONSULTA-AVALIACAO
               WHEN "CALCULA"
                   PERFORM CALCULA-NOTA
               WHEN "GRAVA"
                   PERFORM GRAVA-AVALIACAO
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO STATUS-AVALIACAO
           END-EVALUATE.
       EXIT PROGRAM.

      * The turma's own setup wins over the disciplina-wide one.  The
      * grades already given for the period are brought back into the
      * slots of the instruments that are still in the setup.
       MONTA-INSTRUMENTOS.
           PERFORM BUSCA-CONFIG.
           IF ACF-DISCIPLINA OF CONFIG-TURMA NOT EQUAL SPACES THEN
               MOVE CONFIG-TURMA TO CONFIG-GERAL
           END-IF.
           IF ACF-DISCIPLINA OF CONFIG-GERAL EQUAL SPACES THEN
               MOVE "SEM INSTRUMENTOS" TO STATUS-AVALIACAO
           ELSE
               PERFORM BUSCA-ANTERIOR
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
                   MOVE ACF-INSTRUMENTO OF CONFIG-GERAL(S)
                           TO AVL-INSTRUMENTO OF AVALIACAO(S)
                   MOVE ACF-PESO OF CONFIG-GERAL(S)
                           TO AVL-PESO OF AVALIACAO(S)
                   MOVE 0 TO AVL-NOTA OF AVALIACAO(S)
                   IF HA-AVALIACAO-ANTERIOR AND
                           AVL-INSTRUMENTO OF AVALIACAO(S)
                           NOT EQUAL SPACES THEN
                       PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
                           IF AVL-INSTRUMENTO OF AVALIACAO-ANTERIOR(P)
                                   EQUAL AVL-INSTRUMENTO OF
                                   AVALIACAO(S) THEN
                               MOVE AVL-NOTA OF AVALIACAO-ANTERIOR(P)
                                       TO AVL-NOTA OF AVALIACAO(S)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE "OK" TO STATUS-AVALIACAO
           END-IF.

       BUSCA-CONFIG.
           MOVE SPACES TO CONFIG-TURMA.
           MOVE SPACES TO CONFIG-GERAL.
           MOVE "N" TO FIM-CONFIG.
           OPEN INPUT ARQ-AVAL-CONFIG.
           PERFORM LE-CONFIG UNTIL FIM-DO-ARQ-CONFIG.
           CLOSE ARQ-AVAL-CONFIG.

       LE-CONFIG.
           READ ARQ-AVAL-CONFIG
               AT END
                   MOVE "S" TO FIM-CONFIG
               NOT AT END
                   IF ACF-DISCIPLINA OF AVAL-CONFIG-REC EQUAL
                           AVL-DISCIPLINA OF AVALIACAO THEN
                       IF ACF-TURMA OF AVAL-CONFIG-REC EQUAL SPACES
                               THEN
                           MOVE AVAL-CONFIG-REC TO CONFIG-GERAL
                       END-IF
                       IF ACF-TURMA OF AVAL-CONFIG-REC EQUAL
                               TURMA-ALUNO THEN
                           MOVE AVAL-CONFIG-REC TO CONFIG-TURMA
                       END-IF
                   END-IF
           END-READ.

       BUSCA-ANTERIOR.
           MOVE "N" TO TEM-ANTERIOR.
           MOVE SPACES TO AVALIACAO-ANTERIOR.
           MOVE "N" TO FIM-AVALIACOES.
           OPEN INPUT ARQ-AVALIACOES.
           PERFORM LE-AVALIACAO UNTIL FIM-DO-ARQ-AVALIACOES.
           CLOSE ARQ-AVALIACOES.

       LE-AVALIACAO.
           READ ARQ-AVALIACOES
               AT END
                   MOVE "S" TO FIM-AVALIACOES
               NOT AT END
                   IF AVL-MATRICULA OF AVALIACAO-REC EQUAL
                           AVL-MATRICULA OF AVALIACAO AND
                      AVL-DISCIPLINA OF AVALIACAO-REC EQUAL
                           AVL-DISCIPLINA OF AVALIACAO AND
                      AVL-ANO OF AVALIACAO-REC EQUAL
                           AVL-ANO OF AVALIACAO AND
                      AVL-BIMESTRE OF AVALIACAO-REC EQUAL
                           AVL-BIMESTRE OF AVALIACAO THEN
                       MOVE AVALIACAO-REC TO AVALIACAO-ANTERIOR
                       MOVE "S" TO TEM-ANTERIOR
                   END-IF
           END-READ.

       CONSULTA-AVALIACAO.
           PERFORM BUSCA-ANTERIOR.
           IF HA-AVALIACAO-ANTERIOR THEN
               MOVE AVALIACAO-ANTERIOR TO AVALIACAO
               MOVE "OK" TO STATUS-AVALIACAO
           ELSE
               MOVE "SEM AVALIACAO" TO STATUS-AVALIACAO
           END-IF.

      * Weighted average of every instrument in the setup; one not
      * yet graded counts as zero.
       CALCULA-NOTA.
           MOVE 0 TO SOMA-PONDERADA.
           MOVE 0 TO SOMA-PESOS.
           MOVE 0 TO NOTA-CALCULADA.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
               IF AVL-INSTRUMENTO OF AVALIACAO(S) NOT EQUAL SPACES THEN
                   IF AVL-NOTA OF AVALIACAO(S) > 10.0 THEN
                       MOVE "NOTA INVALIDA" TO STATUS-AVALIACAO
                   END-IF
                   COMPUTE SOMA-PONDERADA = SOMA-PONDERADA +
                           AVL-NOTA OF AVALIACAO(S) *
                           AVL-PESO OF AVALIACAO(S)
                   ADD AVL-PESO OF AVALIACAO(S) TO SOMA-PESOS
               END-IF
           END-PERFORM.
           IF STATUS-AVALIACAO EQUAL SPACES THEN
               IF SOMA-PESOS EQUAL 0 THEN
                   MOVE "SEM INSTRUMENTOS" TO STATUS-AVALIACAO
               ELSE
                   COMPUTE NOTA-CALCULADA ROUNDED =
                           SOMA-PONDERADA / SOMA-PESOS
                   MOVE "OK" TO STATUS-AVALIACAO
               END-IF
           END-IF.

      * Each instrument whose grade is new or changed gets its own
      * line in the grade audit trail, under the same motivo as the
      * bimestre nota it forms.
       GRAVA-AVALIACAO.
           PERFORM BUSCA-ANTERIOR.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
               IF AVL-INSTRUMENTO OF AVALIACAO(S) NOT EQUAL SPACES THEN
                   PERFORM AUDITA-INSTRUMENTO
               END-IF
           END-PERFORM.
           OPEN EXTEND ARQ-AVALIACOES.
           IF AVL-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-AVALIACOES
           END-IF.
           MOVE AVALIACAO TO AVALIACAO-REC.
           ACCEPT AVL-DATA OF AVALIACAO-REC FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO AVL-OPERADOR OF AVALIACAO-REC.
           WRITE AVALIACAO-REC.
           CLOSE ARQ-AVALIACOES.
           MOVE "OK" TO STATUS-AVALIACAO.

       AUDITA-INSTRUMENTO.
           MOVE AVL-MATRICULA OF AVALIACAO
                   TO NOT-MATRICULA OF NOTA-NOVA.
           MOVE AVL-DISCIPLINA OF AVALIACAO
                   TO NOT-DISCIPLINA OF NOTA-NOVA.
           MOVE AVL-ANO OF AVALIACAO TO NOT-ANO OF NOTA-NOVA.
           MOVE AVL-BIMESTRE OF AVALIACAO TO NOT-BIMESTRE OF NOTA-NOVA.
           MOVE AVL-NOTA OF AVALIACAO(S) TO NOT-NOTA OF NOTA-NOVA.
           MOVE NOTA-NOVA TO NOTA-ANTERIOR.
           MOVE 0 TO NOT-NOTA OF NOTA-ANTERIOR.
           MOVE "N" TO INSTRUMENTO-ACHADO.
           IF HA-AVALIACAO-ANTERIOR THEN
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
                   IF AVL-INSTRUMENTO OF AVALIACAO-ANTERIOR(P) EQUAL
                           AVL-INSTRUMENTO OF AVALIACAO(S) THEN
                       MOVE AVL-NOTA OF AVALIACAO-ANTERIOR(P)
                               TO NOT-NOTA OF NOTA-ANTERIOR
                       MOVE "S" TO INSTRUMENTO-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT HA-INSTRUMENTO-ANTERIOR OR
                   NOT-NOTA OF NOTA-ANTERIOR NOT EQUAL
                   NOT-NOTA OF NOTA-NOVA THEN
               CALL "ALUNO-NOTA-AUDITORIA" USING NOTA-ANTERIOR,
                       NOTA-NOVA, OPERADOR-ID, MOTIVO-NOTA,
                       AVL-INSTRUMENTO OF AVALIACAO(S)
           END-IF.
