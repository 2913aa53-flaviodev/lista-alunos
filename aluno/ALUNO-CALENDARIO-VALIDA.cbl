       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.

       WORKING-STORAGE SECTION.
       01 FIM-CALENDARIO PIC X VALUE "N".
       01 TOTAL-ANO-CATALOGO PIC 9(3) VALUE 0.
       01 ANO-BUSCA PIC 9(4) VALUE 0.
       01 ANO-REGISTRO PIC 9(4) VALUE 0.
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 UNIDADE-BUSCA PIC 9(2) VALUE 0.
       LINKAGE SECTION.
       01 DATA-BUSCA PIC 9(8).
       01 TURMA-BUSCA PIC X(4).
       01 RTN-DIA-LETIVO PIC 9(1).

      * A date is letivo for a turma when it is letivo in the
      * calendar of the turma's school unit; a blank turma (or one
      * not in the catalog) takes the date as letivo when any unit
      * has it as letivo.  A unit with no calendar for the year yet
      * accepts every date, as before the calendar was kept.
       PROCEDURE DIVISION USING DATA-BUSCA, TURMA-BUSCA,
                    RTN-DIA-LETIVO.
           PERFORM BUSCA-UNIDADE.
           MOVE 0 TO RTN-DIA-LETIVO.
           MOVE 0 TO TOTAL-ANO-CATALOGO.
           MOVE DATA-BUSCA(1:4) TO ANO-BUSCA.
           END-IF.
       EXIT PROGRAM.

       BUSCA-UNIDADE.
           MOVE 0 TO UNIDADE-BUSCA.
           IF TURMA-BUSCA NOT EQUAL SPACES THEN
               MOVE "N" TO FIM-TURMAS
               OPEN INPUT ARQ-TURMAS
               PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS
               CLOSE ARQ-TURMAS
           END-IF.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO EQUAL TURMA-BUSCA THEN
                       MOVE TUR-UNIDADE TO UNIDADE-BUSCA
                       MOVE "S" TO FIM-TURMAS
                   END-IF
           END-READ.

       LE-DIA.
           READ ARQ-CALENDARIO
               AT END
                   MOVE "S" TO FIM-CALENDARIO
               NOT AT END
                   MOVE CAL-DATA(1:4) TO ANO-REGISTRO
                   IF ANO-REGISTRO EQUAL ANO-BUSCA AND
                           (UNIDADE-BUSCA EQUAL 0 OR
                           CAL-UNIDADE EQUAL UNIDADE-BUSCA) THEN
                       ADD 1 TO TOTAL-ANO-CATALOGO
                       IF CAL-DATA EQUAL DATA-BUSCA AND CAL-LETIVO THEN
                           MOVE 1 TO RTN-DIA-LETIVO
