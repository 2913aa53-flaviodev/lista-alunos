       01 RUN-APLICADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-REJEITADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-RESULTADO-FIM PIC X(1) VALUE "O".
       01 AVALIACAO.
           COPY ALUAVAL.
       01 AVL-OPERACAO PIC X(10) VALUE SPACES.
       01 NOTA-AVALIACAO PIC 9(2)V9(1) VALUE 0.
       01 STATUS-AVALIACAO PIC X(20) VALUE " ".
       01 POR-INSTRUMENTO PIC X VALUE "N".
           88 NOTA-POR-INSTRUMENTO VALUE "S".
       01 S PIC 9(1) VALUE 1.
       01 SLOT-INSTRUMENTO PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
                       MOTIVO-NOTA
               IF STATUS-NOTA EQUAL "OK" THEN
                   ADD 1 TO TOTAL-APLICADOS
                   IF NOTA-POR-INSTRUMENTO THEN
                       PERFORM GRAVA-AVALIACAO
                   END-IF
                   PERFORM GRAVA-CARGA-LOG
               ELSE
                   PERFORM GRAVA-REJEITO

       PREPARA-NOTA-EXTRATO.
           MOVE SPACES TO STATUS-NOTA.
           MOVE "N" TO POR-INSTRUMENTO.
           CALL "ALUNO-DISCIPLINA-TIPO" USING NEX-DISCIPLINA,
                   TIPO-NOTA-DISCIPLINA.
           IF TIPO-NOTA-DISCIPLINA EQUAL "C" THEN
                   MOVE "NOTA INVALIDA" TO STATUS-NOTA
               ELSE
                   MOVE NEX-NOTA TO NOTA-APLICAR
                   PERFORM PREPARA-AVALIACAO
               END-IF
           END-IF.

      * For a disciplina with an assessment setup each extract line
      * grades one instrument; the bimestre nota applied is the
      * weighted average with the other instruments already given.
       PREPARA-AVALIACAO.
           MOVE "N" TO POR-INSTRUMENTO.
           MOVE SPACES TO AVALIACAO.
           MOVE NEX-MATRICULA TO AVL-MATRICULA OF AVALIACAO.
           MOVE NEX-DISCIPLINA TO AVL-DISCIPLINA OF AVALIACAO.
           MOVE NEX-ANO TO AVL-ANO OF AVALIACAO.
           MOVE NEX-BIMESTRE TO AVL-BIMESTRE OF AVALIACAO.
           MOVE "CONFIG" TO AVL-OPERACAO.
           CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                   ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA),
                   AVALIACAO, NOTA-AVALIACAO, OPERADOR-ID,
                   MOTIVO-NOTA, STATUS-AVALIACAO.
           IF STATUS-AVALIACAO NOT EQUAL "OK" THEN
               IF NEX-INSTRUMENTO NOT EQUAL SPACES THEN
                   MOVE "SEM INSTRUMENTOS" TO STATUS-NOTA
               END-IF
           ELSE
           IF NEX-INSTRUMENTO EQUAL SPACES THEN
               MOVE "INFORMAR INSTRUMENTO" TO STATUS-NOTA
           ELSE
               MOVE 0 TO SLOT-INSTRUMENTO
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > 4
                   IF AVL-INSTRUMENTO OF AVALIACAO(S) EQUAL
                           NEX-INSTRUMENTO THEN
                       MOVE S TO SLOT-INSTRUMENTO
                   END-IF
               END-PERFORM
               IF SLOT-INSTRUMENTO EQUAL 0 THEN
                   MOVE "INSTRUMENTO INVALIDO" TO STATUS-NOTA
               ELSE
                   MOVE "S" TO POR-INSTRUMENTO
                   MOVE NEX-NOTA
                           TO AVL-NOTA OF AVALIACAO(SLOT-INSTRUMENTO)
                   MOVE "CALCULA" TO AVL-OPERACAO
                   CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                           ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA),
                           AVALIACAO, NOTA-AVALIACAO, OPERADOR-ID,
                           MOTIVO-NOTA, STATUS-AVALIACAO
                   IF STATUS-AVALIACAO EQUAL "OK" THEN
                       MOVE NOTA-AVALIACAO TO NOTA-APLICAR
                   ELSE
                       MOVE STATUS-AVALIACAO TO STATUS-NOTA
                   END-IF
               END-IF
           END-IF
           END-IF.

       GRAVA-AVALIACAO.
           MOVE "GRAVA" TO AVL-OPERACAO.
           CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                   ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA),
                   AVALIACAO, NOTA-AVALIACAO, OPERADOR-ID,
                   MOTIVO-NOTA, STATUS-AVALIACAO.

       VERIFICA-MATRICULA.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
