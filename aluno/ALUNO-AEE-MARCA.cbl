       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-AEE-MARCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AEE ASSIGN TO "AEE.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AEE.
       01  AEE-REC.
           COPY ALUAEE.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 P PIC 9(1) VALUE 1.
       01 FIM-AEE PIC X VALUE "N".
           88 FIM-DO-ARQ-AEE VALUE "S".
       01 RTN-AEE-ACHADO PIC 9(3) VALUE 0.
       01 TOTAL-AEE PIC 9(3) VALUE 0.
       01 LISTA-AEE.
           05 PLANOS-AEE OCCURS 500 TIMES.
               COPY ALUAEE REPLACING ==05== BY ==10==.
       LINKAGE SECTION.
       01 AEE-OPERACAO PIC X(10).
       01 MATRICULA-MARCA PIC 9(6).
       01 MARCA-AEE PIC X(8).

      * "CARREGA" reads AEE.DAT once per report; "MARCA" then gives,
      * for one matricula, "AEE " followed by the letters of the
      * accommodations granted (T tempo extra, L ledor, A prova
      * ampliada, S sala separada), or spaces when there is no plan.
      * Only the marker leaves this program - the class lists never
      * show the category or the laudo.
       PROCEDURE DIVISION USING AEE-OPERACAO, MATRICULA-MARCA,
                    MARCA-AEE.
           MOVE SPACES TO MARCA-AEE.
           EVALUATE AEE-OPERACAO
               WHEN "CARREGA"
                   PERFORM CARREGA-AEE
               WHEN "MARCA"
                   PERFORM MONTA-MARCA
           END-EVALUATE.
       EXIT PROGRAM.

       CARREGA-AEE.
           MOVE "N" TO FIM-AEE.
           MOVE 0 TO TOTAL-AEE.
           OPEN INPUT ARQ-AEE.
           PERFORM LE-AEE UNTIL FIM-DO-ARQ-AEE.
           CLOSE ARQ-AEE.

       LE-AEE.
           READ ARQ-AEE
               AT END
                   MOVE "S" TO FIM-AEE
               NOT AT END
                   IF TOTAL-AEE < 500 THEN
                       ADD 1 TO TOTAL-AEE
                       MOVE AEE-REC TO PLANOS-AEE(TOTAL-AEE)
                   END-IF
           END-READ.

       MONTA-MARCA.
           MOVE 0 TO RTN-AEE-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-AEE OR RTN-AEE-ACHADO NOT EQUAL 0
               IF AEE-MATRICULA OF PLANOS-AEE(I) EQUAL MATRICULA-MARCA
                       THEN
                   MOVE I TO RTN-AEE-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-AEE-ACHADO NOT EQUAL 0 THEN
               MOVE "AEE" TO MARCA-AEE
               MOVE 5 TO P
               IF AEE-COM-TEMPO-EXTRA OF PLANOS-AEE(RTN-AEE-ACHADO)
                       THEN
                   MOVE "T" TO MARCA-AEE(P:1)
                   ADD 1 TO P
               END-IF
               IF AEE-COM-LEDOR OF PLANOS-AEE(RTN-AEE-ACHADO) THEN
                   MOVE "L" TO MARCA-AEE(P:1)
                   ADD 1 TO P
               END-IF
               IF AEE-COM-AMPLIADA OF PLANOS-AEE(RTN-AEE-ACHADO) THEN
                   MOVE "A" TO MARCA-AEE(P:1)
                   ADD 1 TO P
               END-IF
               IF AEE-COM-SALA-SEPARADA OF
                       PLANOS-AEE(RTN-AEE-ACHADO) THEN
                   MOVE "S" TO MARCA-AEE(P:1)
               END-IF
           END-IF.
