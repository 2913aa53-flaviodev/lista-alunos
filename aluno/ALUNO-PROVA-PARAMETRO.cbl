       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-PROVA-PARAMETRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO "PROVAPAR.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARAMETRO.
       01  PARAMETRO-REC.
           COPY ALUPRVPR.

       WORKING-STORAGE SECTION.
       01 FIM-PARAMETRO PIC X VALUE "N".
           88 FIM-DO-ARQ-PARAMETRO VALUE "S".
       01 B PIC 9(1) VALUE 1.
       LINKAGE SECTION.
       01 PARAMETRO-PROVA.
           COPY ALUPRVPR.

       PROCEDURE DIVISION USING PARAMETRO-PROVA.
           PERFORM CARREGA-PADRAO.
           MOVE "N" TO FIM-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           READ ARQ-PARAMETRO
               AT END
                   MOVE "S" TO FIM-PARAMETRO
               NOT AT END
                   MOVE PARAMETRO-REC TO PARAMETRO-PROVA
           END-READ.
           CLOSE ARQ-PARAMETRO.
           IF PPR-MAX-PROVAS-DIA OF PARAMETRO-PROVA NOT NUMERIC OR
                   PPR-MAX-PROVAS-DIA OF PARAMETRO-PROVA EQUAL 0 THEN
               MOVE 2 TO PPR-MAX-PROVAS-DIA OF PARAMETRO-PROVA
           END-IF.
       EXIT PROGRAM.

       CARREGA-PADRAO.
           MOVE 2 TO PPR-MAX-PROVAS-DIA OF PARAMETRO-PROVA.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE 0 TO PPR-INICIO OF PARAMETRO-PROVA(B)
               MOVE 0 TO PPR-FIM OF PARAMETRO-PROVA(B)
           END-PERFORM.
