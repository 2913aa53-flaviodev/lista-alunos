       01 RUN-REJEITADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-RESULTADO-FIM PIC X(1) VALUE "O".
       01 RTN-IDADE-OK PIC 9(1) VALUE 1.
       01 OPERACAO-QUITACAO PIC X(10) VALUE SPACES.
       01 QUITACAO.
           COPY ALUQUIT.
       01 STATUS-QUITACAO PIC X(20) VALUE " ".

       PROCEDURE DIVISION.
       MAIN.
               PERFORM GRAVA-ALUNO-MESTRE
           END-IF.

      * There is no supervisor in the night run to release a
      * withdrawal with months still unpaid, so those are turned
      * back for the secretariat to settle at the desk.
       APLICA-DESLIGAMENTO.
           PERFORM BUSCA-MATRICULA.
           IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
               MOVE "MATRICULA INEXISTENTE" TO STATUS-TRANSACAO
           ELSE
               MOVE "APURA" TO OPERACAO-QUITACAO
               CALL "ALUNO-QUITACAO" USING OPERACAO-QUITACAO,
                       ALUNOS(RTN-MATRICULA-ACHADA), QUITACAO,
                       OPERADOR-ID, STATUS-QUITACAO
               IF QUI-VALOR-VENCIDO NOT EQUAL 0 THEN
                   MOVE "DEBITO EM ABERTO" TO STATUS-TRANSACAO
               ELSE
                   MOVE RTN-MATRICULA-ACHADA TO POSICAO
                   CALL "ALUNO-DESLIGA" USING POSICAO,
                           STATUS-TRANSACAO, TOTAL-ALUNOS, LISTA,
                           OPERADOR-ID
                   IF STATUS-TRANSACAO EQUAL "OK" THEN
                       MOVE ALUNOS(RTN-MATRICULA-ACHADA) TO ALUNO
                       PERFORM GRAVA-ALUNO-MESTRE
                   END-IF
               END-IF
           END-IF.

