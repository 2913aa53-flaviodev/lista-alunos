       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CENSO ASSIGN TO "CENSOMEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "EVASAO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       FD  ARQ-CENSO.
       01  CENSO-REC.
           COPY ALUCENSM.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       01 FIM-CENSO PIC X VALUE "N".
           88 FIM-DO-ARQ-CENSO VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       COPY ALUTURML.
       01 UNIDADE-RELATORIO-ALPHA PIC X(2) VALUE SPACES.
       01 UNIDADE-RELATORIO PIC 9(2) VALUE 0.
       01 UNIDADE-SNAPSHOT PIC 9(2) VALUE 0.
       01 C PIC 9(4) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 TOTAL-TURMAS-EV PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-EV.
           05 TURMAS-EV-ENTRADA OCCURS 200 TIMES.
               10 TURMAS-EV PIC X(4).
               10 TURMAS-EV-UNIDADE PIC 9(2).
       01 ATIVOS-ANTERIOR PIC 9(3) VALUE 0.
       01 TEM-ANTERIOR PIC X VALUE "N".
       01 VARIACAO PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT UNIDADE-RELATORIO-ALPHA.
           IF UNIDADE-RELATORIO-ALPHA IS NUMERIC THEN
               MOVE UNIDADE-RELATORIO-ALPHA TO UNIDADE-RELATORIO
           END-IF.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-SNAPSHOTS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "EVOLUCAO DE MATRICULAS E EVASAO POR TURMA" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           IF UNIDADE-RELATORIO EQUAL 0 THEN
               MOVE "TODAS AS UNIDADES" TO RELATORIO-LINHA
           ELSE
               STRING "UNIDADE " DELIMITED BY SIZE
                      UNIDADE-RELATORIO DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY "RELATORIO DE EVASAO GRAVADO EM EVASAO.RPT".
       STOP RUN.

       CARREGA-TURMAS.
           MOVE "N" TO FIM-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-CAT.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TOTAL-TURMAS-CAT < TUR-MAX-TURMAS THEN
                       ADD 1 TO TOTAL-TURMAS-CAT
                       MOVE TURMA-REC TO TURMAS(TOTAL-TURMAS-CAT)
                   END-IF
           END-READ.

       CARREGA-SNAPSHOTS.
           MOVE "N" TO FIM-CENSO.
           MOVE 0 TO TOTAL-SNAPSHOTS.
                   END-IF
           END-READ.

      * The snapshots hold every unit; the school unit of a turma is
      * the one in the turma catalog today (unit 1 for a turma no
      * longer in the catalog), and unit 00 takes them all.
       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-EV.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOTAL-SNAPSHOTS
               PERFORM BUSCA-UNIDADE-SNAPSHOT
               MOVE 0 TO TURMA-ACHADA
               IF UNIDADE-RELATORIO NOT EQUAL 0 AND
                       UNIDADE-SNAPSHOT NOT EQUAL UNIDADE-RELATORIO
                       THEN
                   MOVE 1 TO TURMA-ACHADA
               END-IF
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > TOTAL-TURMAS-EV
                       OR TURMA-ACHADA NOT EQUAL 0
                       MOVE K TO TURMA-ACHADA
                   END-IF
               END-PERFORM
               IF TURMA-ACHADA EQUAL 0 AND TOTAL-TURMAS-EV < 200 THEN
                   ADD 1 TO TOTAL-TURMAS-EV
                   MOVE CEN-TURMA OF SNAPSHOTS(C)
                           TO TURMAS-EV(TOTAL-TURMAS-EV)
                   MOVE UNIDADE-SNAPSHOT
                           TO TURMAS-EV-UNIDADE(TOTAL-TURMAS-EV)
               END-IF
           END-PERFORM.

       BUSCA-UNIDADE-SNAPSHOT.
           MOVE 1 TO UNIDADE-SNAPSHOT.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
               IF TUR-CODIGO OF TURMAS(IX-TURMAS) EQUAL
                       CEN-TURMA OF SNAPSHOTS(C) THEN
                   MOVE TUR-UNIDADE OF TURMAS(IX-TURMAS)
                           TO UNIDADE-SNAPSHOT
               END-IF
           END-PERFORM.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA " DELIMITED BY SIZE
                  TURMAS-EV(T) DELIMITED BY SIZE
                  "  UNIDADE " DELIMITED BY SIZE
                  TURMAS-EV-UNIDADE(T) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
