       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-TURMA-UNIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.

       WORKING-STORAGE SECTION.
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 TOTAL-CATALOGO PIC 9(3) VALUE 0.
       01 UNIDADE-OPERADOR PIC 9(2) VALUE 0.
       LINKAGE SECTION.
       01 TURMA-BUSCA PIC X(4).
       01 OPERADOR-ID PIC X(8).
       01 UNIDADE-TURMA PIC 9(2).
       01 RTN-UNIDADE-OK PIC 9(1).

      * The school unit of a turma and whether the operator's
      * session may use it.  A turma not in the catalog returns unit
      * zero; with no catalog at all every turma is taken as unit 1,
      * the same leniency ALUNO-TURMA-VALIDA applies.
       PROCEDURE DIVISION USING TURMA-BUSCA, OPERADOR-ID,
                    UNIDADE-TURMA, RTN-UNIDADE-OK.
           MOVE 0 TO UNIDADE-TURMA.
           MOVE 0 TO TOTAL-CATALOGO.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.
           IF TOTAL-CATALOGO EQUAL 0 THEN
               MOVE 1 TO UNIDADE-TURMA
           END-IF.
           CALL "ALUNO-UNIDADE-OPERADOR" USING OPERADOR-ID,
                   UNIDADE-OPERADOR.
           IF UNIDADE-OPERADOR EQUAL 0 OR
                   UNIDADE-OPERADOR EQUAL UNIDADE-TURMA THEN
               MOVE 1 TO RTN-UNIDADE-OK
           ELSE
               MOVE 0 TO RTN-UNIDADE-OK
           END-IF.
       EXIT PROGRAM.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   ADD 1 TO TOTAL-CATALOGO
                   IF TUR-CODIGO EQUAL TURMA-BUSCA THEN
                       MOVE TUR-UNIDADE TO UNIDADE-TURMA
                   END-IF
           END-READ.
