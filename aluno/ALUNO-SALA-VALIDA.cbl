       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-SALA-VALIDA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-SALAS ASSIGN TO "SALA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALAS.
       01  SALA-REC.
           COPY ALUSALA.

       WORKING-STORAGE SECTION.
       01 FIM-SALAS PIC X VALUE "N".
           88 FIM-DO-ARQ-SALAS VALUE "S".
       LINKAGE SECTION.
       01 SALA-BUSCA PIC X(5).
       01 SALA-ENCONTRADA.
           COPY ALUSALA.
       01 RTN-SALA-OK PIC 9(1).

      * Returns the room master entry of the code asked for, with
      * RTN-SALA-OK 1, or RTN-SALA-OK 0 when the room is not in the
      * master (rooms typed before the master existed are free
      * text and callers let them through unchecked).
       PROCEDURE DIVISION USING SALA-BUSCA, SALA-ENCONTRADA,
                    RTN-SALA-OK.
           MOVE 0 TO RTN-SALA-OK.
           MOVE SPACES TO SALA-ENCONTRADA.
           MOVE 0 TO SAL-LUGARES OF SALA-ENCONTRADA.
           IF SALA-BUSCA NOT EQUAL SPACES THEN
               MOVE "N" TO FIM-SALAS
               OPEN INPUT ARQ-SALAS
               PERFORM LE-SALA UNTIL FIM-DO-ARQ-SALAS
                       OR RTN-SALA-OK EQUAL 1
               CLOSE ARQ-SALAS
           END-IF.
       EXIT PROGRAM.

       LE-SALA.
           READ ARQ-SALAS
               AT END
                   MOVE "S" TO FIM-SALAS
               NOT AT END
                   IF SAL-CODIGO OF SALA-REC EQUAL SALA-BUSCA THEN
                       MOVE 1 TO RTN-SALA-OK
                       MOVE SALA-REC TO SALA-ENCONTRADA
                   END-IF
           END-READ.
