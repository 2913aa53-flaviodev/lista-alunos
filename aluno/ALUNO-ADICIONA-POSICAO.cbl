       01 RTN-POSICAO-VALIDA PIC 9(1) VALUE 1.
       01 RTN-BUSCA PIC 9(3) VALUE 0.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 RTN-MATRICULA-DUP PIC 9(3) VALUE 0.
       01 CAPACIDADE-TURMA PIC 9(3) VALUE 0.
       01 QTDE-NA-TURMA PIC 9(3) VALUE 0.
                   IF RTN-TURMA-OK EQUAL 0 THEN
                       MOVE "TURMA INVALIDA" TO STATUS-POSICAO
                   ELSE
                   PERFORM VERIFICA-UNIDADE
                   IF RTN-UNIDADE-OK EQUAL 0 THEN
                       MOVE "TURMA OUTRA UNIDADE" TO STATUS-POSICAO
                   ELSE
                   PERFORM VERIFICA-MATRICULA-DUP
                   IF RTN-MATRICULA-DUP NOT EQUAL 0 THEN
                       MOVE "MATRICULA JA EXISTE" TO STATUS-POSICAO
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * The student takes the unit of the turma; a session confined
      * to one unit cannot enroll in another unit's turma.
       VERIFICA-UNIDADE.
           CALL "ALUNO-TURMA-UNIDADE" USING ALU-TURMA OF ALUNO,
                   OPERADOR-ID, UNIDADE-TURMA, RTN-UNIDADE-OK.
           IF RTN-UNIDADE-OK NOT EQUAL 0 THEN
               MOVE UNIDADE-TURMA TO ALU-UNIDADE OF ALUNO
           END-IF.

       VERIFICA-LOTACAO.
           MOVE 0 TO CAPACIDADE-TURMA.
           CALL "ALUNO-TURMA-CAPACIDADE" USING ALU-TURMA OF ALUNO,
