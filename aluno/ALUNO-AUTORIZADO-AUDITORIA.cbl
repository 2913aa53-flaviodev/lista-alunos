       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-AUTORIZADO-AUDITORIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AUTORIZADO-AUDITORIA
               ASSIGN TO "AUTAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AAU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUTORIZADO-AUDITORIA.
       01  AUTORIZADO-AUDITORIA-REC.
           COPY ALUAUTAU.

       WORKING-STORAGE SECTION.
       01 AAU-FILE-STATUS PIC X(2) VALUE "00".
       LINKAGE SECTION.
       01 AAU-OPERACAO-PARM PIC X(10).
       01 AUTORIZADO.
           COPY ALUAUTBU.
       01 OPERADOR-ID PIC X(8).

       PROCEDURE DIVISION USING AAU-OPERACAO-PARM, AUTORIZADO,
                    OPERADOR-ID.
           OPEN EXTEND ARQ-AUTORIZADO-AUDITORIA.
           IF AAU-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-AUTORIZADO-AUDITORIA
           END-IF.
           ACCEPT AAU-DATA FROM DATE.
           ACCEPT AAU-HORA FROM TIME.
           MOVE AAU-OPERACAO-PARM      TO AAU-OPERACAO.
           MOVE OPERADOR-ID            TO AAU-OPERADOR.
           MOVE AUTORIZADO             TO AAU-AUTORIZADO.
           WRITE AUTORIZADO-AUDITORIA-REC.
           CLOSE ARQ-AUTORIZADO-AUDITORIA.
       EXIT PROGRAM.
