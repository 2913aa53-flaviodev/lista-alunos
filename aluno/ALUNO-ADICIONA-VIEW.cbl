       01 CANCELADO PIC X VALUE " ".
       01 RTN-IDADE-OK PIC 9(1) VALUE 1.
       01 QUER-PROSSEGUIR PIC X VALUE " ".
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       01 NIVEL-OPERADOR PIC 9(1).
           DISPLAY DATA-ENTRY-SCREEN.
           ACCEPT DATA-ENTRY-SCREEN.
           IF CANCELADO NOT EQUAL 'S' AND CANCELADO NOT EQUAL 's' THEN
               CALL "ALUNO-TURMA-UNIDADE" USING ALU-TURMA OF ALUNO,
                       OPERADOR-ID, UNIDADE-TURMA, RTN-UNIDADE-OK
               IF UNIDADE-TURMA EQUAL 0 THEN
                   MOVE "TURMA INVALIDA" TO STATUS-ADICIONA
               ELSE
               IF RTN-UNIDADE-OK EQUAL 0 THEN
                   MOVE "TURMA OUTRA UNIDADE" TO STATUS-ADICIONA
               ELSE
               IF ALU-MATRICULA OF ALUNO EQUAL 0 THEN
                   CALL "ALUNO-MATRICULA-GERA" USING
                           ALU-MATRICULA OF ALUNO, UNIDADE-TURMA
                   IF ALU-MATRICULA OF ALUNO NOT EQUAL 0 THEN
                       DISPLAY "MATRICULA GERADA: "
                               ALU-MATRICULA OF ALUNO
                   END-IF
               END-IF
               IF ALU-MATRICULA OF ALUNO EQUAL 0 THEN
                   MOVE "MATRICULAS ESGOTADAS" TO STATUS-ADICIONA
               ELSE
               PERFORM VERIFICA-FAIXA-ETARIA
               IF RTN-IDADE-OK EQUAL 0 THEN
                   MOVE "FORA DA FAIXA ETARIA" TO STATUS-ADICIONA
                   PERFORM OFERECE-ESPERA
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       VERIFICA-FAIXA-ETARIA.
