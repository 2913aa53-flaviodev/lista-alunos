               CONTINUE
           ELSE
               CALL "ALUNO-CALENDARIO-VALIDA" USING DATA-CHAMADA,
                       TURMA-CHAMADA, RTN-DIA-LETIVO
               IF RTN-DIA-LETIVO EQUAL 0 THEN
                   MOVE "DATA NAO LETIVA" TO STATUS-CHAMADA
               ELSE
