       01 RTN-DISCIPLINA-OK PIC 9(1) VALUE 0.
       01 NOTA-ANTERIOR.
           COPY ALUNOTA.
       01 INSTRUMENTO-NOTA PIC X(8) VALUE SPACES.
       LINKAGE SECTION.
       01 NOTA.
           COPY ALUNOTA.
                   MOVE NOT-NOTA OF NOTA TO
                           NOT-NOTA OF NOTAS(RTN-NOTA-ACHADA)
                   CALL "ALUNO-NOTA-AUDITORIA" USING NOTA-ANTERIOR,
                           NOTA, OPERADOR-ID, MOTIVO-NOTA,
                           INSTRUMENTO-NOTA
                   MOVE "OK" TO STATUS-NOTA
               ELSE
                   IF TOTAL-NOTAS >= NOT-MAX-NOTAS THEN
