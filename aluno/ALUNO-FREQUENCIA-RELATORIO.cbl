               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESUMO-FREQ ASSIGN TO "FREQRESM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESUMO-FREQ.
       01  RESUMO-FREQ-REC.
           COPY ALUFREQM.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 FIM-RESUMO-FREQ PIC X VALUE "N".
           88 FIM-DO-RESUMO-FREQ VALUE "S".
       01 USOU-RESUMO PIC X VALUE "N".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 UNIDADE-RELATORIO PIC 9(2) VALUE 1.
       LINKAGE SECTION.
       COPY ALULISTA.
       SCREEN SECTION.
               ADD FQM-JUSTIFICADAS TO FAL-JUSTIFICADAS(ALUNO-ACHADO)
           END-IF.

      * The official days are the letivo days of the calendar of the
      * turma's school unit (unit 1 for a turma not in the catalog).
       CONTA-DIAS-OFICIAIS.
           PERFORM BUSCA-UNIDADE-TURMA.
           MOVE 0 TO DIAS-OFICIAIS.
           MOVE "N" TO FIM-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO.
               NOT AT END
                   MOVE CAL-DATA(1:4) TO ANO-REGISTRO
                   IF ANO-REGISTRO EQUAL ANO-RELATORIO AND
                           CAL-LETIVO AND
                           CAL-UNIDADE EQUAL UNIDADE-RELATORIO THEN
                       ADD 1 TO DIAS-OFICIAIS
                   END-IF
           END-READ.

       BUSCA-UNIDADE-TURMA.
           MOVE 1 TO UNIDADE-RELATORIO.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO EQUAL TURMA-RELATORIO THEN
                       MOVE TUR-UNIDADE TO UNIDADE-RELATORIO
                       MOVE "S" TO FIM-TURMAS
                   END-IF
           END-READ.

       CARREGA-ATESTADOS.
           MOVE "N" TO FIM-ATESTADOS.
           MOVE 0 TO TOTAL-ATESTADOS.
