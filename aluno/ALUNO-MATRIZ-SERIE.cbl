       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-MATRIZ-SERIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MATRIZ ASSIGN TO "MATRIZ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-MATRIZ.
       01  MATRIZ-REC.
           COPY ALUMATRZ.

       WORKING-STORAGE SECTION.
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-MATRIZ PIC X VALUE "N".
           88 FIM-DO-ARQ-MATRIZ VALUE "S".
       01 RTN-TURMA-ACHADA PIC 9(1) VALUE 0.
       LINKAGE SECTION.
       01 TURMA-BUSCA PIC X(4).
       01 SERIE-TURMA PIC X(2).
       COPY ALUMTZL.

      * Returns the serie of the turma and the disciplinas of that
      * serie in matrix order.  A turma without a serie, or a serie
      * with nothing in the matrix, comes back with TOTAL-MATRIZ zero
      * and callers carry on as before the matrix existed.
       PROCEDURE DIVISION USING TURMA-BUSCA, SERIE-TURMA,
                    TOTAL-MATRIZ, LISTA-MATRIZ.
           MOVE SPACES TO SERIE-TURMA.
           MOVE 0 TO TOTAL-MATRIZ.
           MOVE 0 TO RTN-TURMA-ACHADA.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS
                   OR RTN-TURMA-ACHADA EQUAL 1.
           CLOSE ARQ-TURMAS.
           IF SERIE-TURMA NOT EQUAL SPACES THEN
               MOVE "N" TO FIM-MATRIZ
               OPEN INPUT ARQ-MATRIZ
               PERFORM LE-MATRIZ UNTIL FIM-DO-ARQ-MATRIZ
               CLOSE ARQ-MATRIZ
           END-IF.
       EXIT PROGRAM.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO EQUAL TURMA-BUSCA THEN
                       MOVE 1 TO RTN-TURMA-ACHADA
                       MOVE TUR-SERIE TO SERIE-TURMA
                   END-IF
           END-READ.

       LE-MATRIZ.
           READ ARQ-MATRIZ
               AT END
                   MOVE "S" TO FIM-MATRIZ
               NOT AT END
                   IF MTZ-SERIE OF MATRIZ-REC EQUAL SERIE-TURMA AND
                           TOTAL-MATRIZ < MTZ-MAX-DISCIPLINAS THEN
                       ADD 1 TO TOTAL-MATRIZ
                       MOVE MATRIZ-REC TO MATRIZ-DISC(TOTAL-MATRIZ)
                   END-IF
           END-READ.
