       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-CONSELHO-DECISAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CONSELHO ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONSELHO.
       01  CONSELHO-REC.
           COPY ALUCONS.

       WORKING-STORAGE SECTION.
       01 FIM-CONSELHO PIC X VALUE "N".
           88 FIM-DO-ARQ-CONSELHO VALUE "S".
       LINKAGE SECTION.
       01 CON-MATRICULA-PARM PIC 9(6).
       01 CON-ANO-PARM PIC 9(4).
       01 CONSELHO.
           COPY ALUCONS.

      * Returns the council decision standing for the matricula in
      * the year - the last one entered - or the record in spaces
      * (CON-DECISAO blank) when the council never decided on it.
       PROCEDURE DIVISION USING CON-MATRICULA-PARM, CON-ANO-PARM,
                    CONSELHO.
           MOVE SPACES TO CONSELHO.
           MOVE "N" TO FIM-CONSELHO.
           OPEN INPUT ARQ-CONSELHO.
           PERFORM LE-CONSELHO UNTIL FIM-DO-ARQ-CONSELHO.
           CLOSE ARQ-CONSELHO.
       EXIT PROGRAM.

       LE-CONSELHO.
           READ ARQ-CONSELHO
               AT END
                   MOVE "S" TO FIM-CONSELHO
               NOT AT END
                   IF CON-MATRICULA OF CONSELHO-REC EQUAL
                           CON-MATRICULA-PARM AND
                           CON-ANO OF CONSELHO-REC EQUAL CON-ANO-PARM
                           THEN
                       MOVE CONSELHO-REC TO CONSELHO
                   END-IF
           END-READ.
