       01 ALUNO-LIBERADO.
           COPY ALUREG.
       01 STATUS-ESPERA PIC X(20) VALUE " ".
       01 OPERACAO-QUITACAO PIC X(10) VALUE SPACES.
       01 QUITACAO.
           COPY ALUQUIT.
       01 STATUS-QUITACAO PIC X(20) VALUE " ".
       01 OPERACAO-AUDITORIA PIC X(10) VALUE SPACES.
       01 OPERACAO-TRANSPORTE PIC X(10) VALUE "DESLIGA".
       LINKAGE SECTION.
       01 POSICAO PIC S9(3).
       01 STATUS-POSICAO PIC X(20).
               IF ALU-INATIVO OF ALUNOS(POSICAO) THEN
                   MOVE "ALUNO JA DESLIGADO" TO STATUS-POSICAO
               ELSE
                   PERFORM EFETIVA-QUITACAO
               END-IF
           END-IF.

      * The student's charges are settled before the status
      * changes: a withdrawal whose mensalidades cannot be updated
      * right now is refused, so no one leaves still being billed.
      * The caller has already weighed any open debt (a supervisor
      * override online, a reject in the portal run); the audit
      * trail tells a clean quitacao from a release with debt.
       EFETIVA-QUITACAO.
           MOVE "EFETIVA" TO OPERACAO-QUITACAO.
           CALL "ALUNO-QUITACAO" USING OPERACAO-QUITACAO,
                   ALUNOS(POSICAO), QUITACAO, OPERADOR-ID,
                   STATUS-QUITACAO.
           IF STATUS-QUITACAO NOT EQUAL "OK" THEN
               MOVE STATUS-QUITACAO TO STATUS-POSICAO
           ELSE
               MOVE "I" TO ALU-STATUS OF ALUNOS(POSICAO)
               MOVE "OK" TO STATUS-POSICAO
               CALL "ALUNO-AUDITORIA" USING "DESLIGAMENTO",
                       ALUNOS(POSICAO), POSICAO, OPERADOR-ID
               IF QUI-VALOR-VENCIDO EQUAL 0 THEN
                   MOVE "QUITACAO" TO OPERACAO-AUDITORIA
               ELSE
                   MOVE "DESL-DEBIT" TO OPERACAO-AUDITORIA
               END-IF
               CALL "ALUNO-AUDITORIA" USING OPERACAO-AUDITORIA,
                       ALUNOS(POSICAO), POSICAO, OPERADOR-ID
               CALL "ALUNO-HISTORICO" USING "DESLIGADO",
                       ALUNOS(POSICAO)
               MOVE ALUNOS(POSICAO) TO ALUNO-LIBERADO
               CALL "ALUNO-ESPERA" USING "LIBERA", ALUNO-LIBERADO,
                       TOTAL-ALUNOS, LISTA, STATUS-ESPERA,
                       OPERADOR-ID
               CALL "ALUNO-TRANSPORTE-AVISO" USING OPERACAO-TRANSPORTE,
                       ALUNOS(POSICAO), ALU-TURMA OF ALUNOS(POSICAO),
                       OPERADOR-ID
           END-IF.

       IS-POSICAO-VALIDA.
           IF POSICAO >= 1 AND POSICAO <= TOTAL-ALUNOS THEN
              COMPUTE RTN-POSICAO-VALIDA = 1
