       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-UNIDADE-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OPERADORES.
       01  OPERADOR-REC.
           COPY ALUOPER.

       WORKING-STORAGE SECTION.
       01 FIM-OPERADORES PIC X VALUE "N".
           88 FIM-DO-ARQ-OPERADORES VALUE "S".
       LINKAGE SECTION.
       01 OPERADOR-BUSCA PIC X(8).
       01 UNIDADE-OPERADOR PIC 9(2).

      * The school unit an operator's session is confined to, or
      * zero when the session sees every unit: supervisors, the
      * batch jobs and any id not on the operator master (an empty
      * master signs everyone on as supervisor).
       PROCEDURE DIVISION USING OPERADOR-BUSCA, UNIDADE-OPERADOR.
           MOVE 0 TO UNIDADE-OPERADOR.
           MOVE "N" TO FIM-OPERADORES.
           OPEN INPUT ARQ-OPERADORES.
           PERFORM LE-OPERADOR UNTIL FIM-DO-ARQ-OPERADORES.
           CLOSE ARQ-OPERADORES.
       EXIT PROGRAM.

       LE-OPERADOR.
           READ ARQ-OPERADORES
               AT END
                   MOVE "S" TO FIM-OPERADORES
               NOT AT END
                   IF OPE-ID EQUAL OPERADOR-BUSCA THEN
                       IF NOT OPE-NIVEL-SUPERVISOR THEN
                           MOVE OPE-UNIDADE TO UNIDADE-OPERADOR
                       END-IF
                       MOVE "S" TO FIM-OPERADORES
                   END-IF
           END-READ.
