       01 I PIC 9(3) VALUE 1.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 CAPACIDADE-TURMA PIC 9(3) VALUE 0.
       01 QTDE-NA-TURMA PIC 9(3) VALUE 0.
       01 TURMA-ANTERIOR PIC X(4) VALUE SPACES.
       01 ALUNO-LIBERADO.
           COPY ALUREG.
       01 STATUS-ESPERA PIC X(20) VALUE " ".
       01 OPERACAO-TRANSPORTE PIC X(10) VALUE "TURMA".
       LINKAGE SECTION.
       01 MATRICULA-BUSCA PIC 9(6).
       01 NOVA-TURMA PIC X(4).
           IF RTN-TURMA-OK EQUAL 0 THEN
               MOVE "TURMA INVALIDA" TO STATUS-TRANSFERE
           ELSE
      * A move to another unit's turma is a transfer between units
      * (ALUNO-TRANSFERE-UNIDADE), not a change of turma.
           CALL "ALUNO-TURMA-UNIDADE" USING NOVA-TURMA, OPERADOR-ID,
                   UNIDADE-TURMA, RTN-UNIDADE-OK
           IF UNIDADE-TURMA NOT EQUAL
                   ALU-UNIDADE OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
               MOVE "TURMA OUTRA UNIDADE" TO STATUS-TRANSFERE
           ELSE
           PERFORM VERIFICA-LOTACAO
           IF CAPACIDADE-TURMA > 0 AND
                   QTDE-NA-TURMA >= CAPACIDADE-TURMA THEN
                       ALUNOS(RTN-MATRICULA-ACHADA),
                       RTN-MATRICULA-ACHADA, OPERADOR-ID
               PERFORM LIBERA-VAGA-ANTERIOR
               CALL "ALUNO-TRANSPORTE-AVISO" USING OPERACAO-TRANSPORTE,
                       ALUNOS(RTN-MATRICULA-ACHADA), TURMA-ANTERIOR,
                       OPERADOR-ID
           END-IF
           END-IF
           END-IF
           END-IF.
