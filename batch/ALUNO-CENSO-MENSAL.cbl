       01 TOTAL-TURMAS-CEN PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-CENSO.
           05 CENSO-TURMA OCCURS 200 TIMES.
               10 CNS-TURMA       PIC X(4).
               10 CNS-ATIVOS      PIC 9(3).
               10 CNS-INCLUSOES   PIC 9(3).
                   MOVE K TO TURMA-ACHADA
               END-IF
           END-PERFORM.
           IF TURMA-ACHADA EQUAL 0 AND TOTAL-TURMAS-CEN < 200 THEN
               ADD 1 TO TOTAL-TURMAS-CEN
               MOVE TOTAL-TURMAS-CEN TO TURMA-ACHADA
               MOVE ALU-TURMA OF ALUNOS(I)
                   MOVE K TO TURMA-ACHADA
               END-IF
           END-PERFORM.
           IF TURMA-ACHADA EQUAL 0 AND TOTAL-TURMAS-CEN < 200 THEN
               ADD 1 TO TOTAL-TURMAS-CEN
               MOVE TOTAL-TURMAS-CEN TO TURMA-ACHADA
               MOVE AUD-TURMA TO CNS-TURMA(TURMA-ACHADA)
                   WHEN "INCLUSAO"
                       ADD 1 TO CNS-INCLUSOES(TURMA-ACHADA)
                   WHEN "TRANSFEREN"
                   WHEN "TRANSF-UNI"
                       ADD 1 TO CNS-TRANSFER(TURMA-ACHADA)
                   WHEN "DESLIGAMEN"
                       ADD 1 TO CNS-DESLIGA(TURMA-ACHADA)
