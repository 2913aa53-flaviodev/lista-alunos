
      * Converted operators keep situacao "N" with OPE-DATA-TROCA
      * zero, so the first sign-on after the conversion forces the
      * password change the audit asked for.  Operators and turmas
      * both come over in school unit 1.
       CONVERTE-OPERADORES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-OPERADORES-SEQ.
                   MOVE 0              TO OPE-DATA-TROCA
                   MOVE 0              TO OPE-FALHAS
                   MOVE "N"            TO OPE-SITUACAO
                   MOVE 1              TO OPE-UNIDADE
                   WRITE OPERADOR-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.
                   MOVE VEL-TUR-CAPACIDADE TO TUR-CAPACIDADE
                   MOVE 0                  TO TUR-ANO-NASC-MIN
                   MOVE 0                  TO TUR-ANO-NASC-MAX
                   MOVE SPACES             TO TUR-SERIE
                   MOVE 1                  TO TUR-UNIDADE
                   WRITE TURMA-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.
