           COPY ALUNOTA.
       01 OPERADOR-ID PIC X(8).
       01 NAU-MOTIVO-PARM PIC X(10).
       01 NAU-INSTRUMENTO-PARM PIC X(8).

       PROCEDURE DIVISION USING NOTA-ANTERIOR, NOTA-NOVA,
                    OPERADOR-ID, NAU-MOTIVO-PARM, NAU-INSTRUMENTO-PARM.
           OPEN EXTEND ARQ-NOTA-AUDITORIA.
           IF NAU-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-NOTA-AUDITORIA
           MOVE NOT-NOTA OF NOTA-NOVA       TO NAU-NOTA-NOVA.
           MOVE OPERADOR-ID                 TO NAU-OPERADOR.
           MOVE NAU-MOTIVO-PARM             TO NAU-MOTIVO.
           MOVE NAU-INSTRUMENTO-PARM        TO NAU-INSTRUMENTO.
           WRITE NOTA-AUDITORIA-REC.
           CLOSE ARQ-NOTA-AUDITORIA.
       EXIT PROGRAM.
