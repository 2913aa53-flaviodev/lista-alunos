       01 CONCEITO-LETRA PIC X(1) VALUE " ".
       01 NOTA-CONVERTIDA PIC 9(2)V9(1) VALUE 0.
       01 STATUS-CONCEITO PIC X(20) VALUE " ".
       01 AVALIACAO.
           COPY ALUAVAL.
       01 AVL-OPERACAO PIC X(10) VALUE SPACES.
       01 NOTA-AVALIACAO PIC 9(2)V9(1) VALUE 0.
       01 STATUS-AVALIACAO PIC X(20) VALUE " ".
       01 POR-INSTRUMENTO PIC X VALUE "N".
           88 NOTA-POR-INSTRUMENTO VALUE "S".
       LINKAGE SECTION.
       COPY ALULISTA.
       COPY ALUNOTLS.
           05  VALUE "Aluno:"                             LINE 3 COL 10.
           05  NOME-ECO-WS                                LINE 3 COL 20
                        PIC X(31) FROM NOME-ALUNO-ECO.
           05  VALUE "Nota do bimestre:"                  LINE 4 COL 10.
           05  NOTA-ECO-WS                                LINE 4 COL 30
                        PIC Z9.9 FROM NOT-NOTA OF NOTA.
           05  VALUE "Confirma o lancamento? (S/N):"      LINE 5 COL 10.
           05  CONFIRMA-INPUT                             LINE 5 COL 45
                           PIC X TO CONFIRMA AUTO.

       01  AVALIACAO-SCREEN.
           05  VALUE "NOTAS POR INSTRUMENTO" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Instrumento  Peso  Nota"            LINE 3 COL 10.
           05  INSTR1-WS                                  LINE 4 COL 10
                   PIC X(8) FROM AVL-INSTRUMENTO OF AVALIACAO(1).
           05  PESO1-WS                                   LINE 4 COL 23
                   PIC Z9 FROM AVL-PESO OF AVALIACAO(1).
           05  NOTA1-INPUT                                LINE 4 COL 29
                   PIC 99.9 USING AVL-NOTA OF AVALIACAO(1) AUTO.
           05  INSTR2-WS                                  LINE 5 COL 10
                   PIC X(8) FROM AVL-INSTRUMENTO OF AVALIACAO(2).
           05  PESO2-WS                                   LINE 5 COL 23
                   PIC Z9 FROM AVL-PESO OF AVALIACAO(2).
           05  NOTA2-INPUT                                LINE 5 COL 29
                   PIC 99.9 USING AVL-NOTA OF AVALIACAO(2) AUTO.
           05  INSTR3-WS                                  LINE 6 COL 10
                   PIC X(8) FROM AVL-INSTRUMENTO OF AVALIACAO(3).
           05  PESO3-WS                                   LINE 6 COL 23
                   PIC Z9 FROM AVL-PESO OF AVALIACAO(3).
           05  NOTA3-INPUT                                LINE 6 COL 29
                   PIC 99.9 USING AVL-NOTA OF AVALIACAO(3) AUTO.
           05  INSTR4-WS                                  LINE 7 COL 10
                   PIC X(8) FROM AVL-INSTRUMENTO OF AVALIACAO(4).
           05  PESO4-WS                                   LINE 7 COL 23
                   PIC Z9 FROM AVL-PESO OF AVALIACAO(4).
           05  NOTA4-INPUT                                LINE 7 COL 29
                   PIC 99.9 USING AVL-NOTA OF AVALIACAO(4) AUTO.
           05  VALUE "A nota do bimestre e a media ponderada"
                                                          LINE 9 COL 10.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, TOTAL-NOTAS,
                    LISTA-NOTAS, OPERADOR-ID, NIVEL-OPERADOR.
           PERFORM UNTIL STATUS-NOTA EQUAL 'OK'
           DISPLAY DATA-ENTRY-SCREEN.
           ACCEPT DATA-ENTRY-SCREEN.
           MOVE SPACES TO STATUS-NOTA.
           MOVE "N" TO POR-INSTRUMENTO.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
                                   TOTAL-NOTAS, LISTA-NOTAS,
                                   STATUS-NOTA, OPERADOR-ID,
                                   MOTIVO-NOTA
                           IF STATUS-NOTA EQUAL "OK" AND
                                   NOTA-POR-INSTRUMENTO THEN
                               PERFORM GRAVA-AVALIACAO
                           END-IF
                       END-IF
                   END-IF
                   END-IF
                   MOVE "CONCEITO INVALIDO" TO STATUS-NOTA
               END-IF
           ELSE
               PERFORM PREPARA-AVALIACAO
               IF NOT NOTA-POR-INSTRUMENTO AND
                       NOT-NOTA OF NOTA > 10.0 THEN
                   MOVE "NOTA INVALIDA" TO STATUS-NOTA
               END-IF
           END-IF.

      * A disciplina with an assessment setup takes the grade of each
      * instrument; the bimestre nota typed on the first screen is
      * replaced by their weighted average.
       PREPARA-AVALIACAO.
           MOVE "N" TO POR-INSTRUMENTO.
           MOVE SPACES TO AVALIACAO.
           MOVE NOT-MATRICULA OF NOTA TO AVL-MATRICULA OF AVALIACAO.
           MOVE NOT-DISCIPLINA OF NOTA TO AVL-DISCIPLINA OF AVALIACAO.
           MOVE NOT-ANO OF NOTA TO AVL-ANO OF AVALIACAO.
           MOVE NOT-BIMESTRE OF NOTA TO AVL-BIMESTRE OF AVALIACAO.
           MOVE "CONFIG" TO AVL-OPERACAO.
           CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                   ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA),
                   AVALIACAO, NOTA-AVALIACAO, OPERADOR-ID,
                   MOTIVO-NOTA, STATUS-AVALIACAO.
           IF STATUS-AVALIACAO EQUAL "OK" THEN
               MOVE "S" TO POR-INSTRUMENTO
               DISPLAY AVALIACAO-SCREEN
               ACCEPT AVALIACAO-SCREEN
               MOVE "CALCULA" TO AVL-OPERACAO
               CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                       ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA),
                       AVALIACAO, NOTA-AVALIACAO, OPERADOR-ID,
                       MOTIVO-NOTA, STATUS-AVALIACAO
               IF STATUS-AVALIACAO EQUAL "OK" THEN
                   MOVE NOTA-AVALIACAO TO NOT-NOTA OF NOTA
               ELSE
                   MOVE STATUS-AVALIACAO TO STATUS-NOTA
               END-IF
           END-IF.

       GRAVA-AVALIACAO.
           MOVE "GRAVA" TO AVL-OPERACAO.
           CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                   ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA),
                   AVALIACAO, NOTA-AVALIACAO, OPERADOR-ID,
                   MOTIVO-NOTA, STATUS-AVALIACAO.

       VERIFICA-ATRIBUICAO.
           IF NIVEL-OPERADOR EQUAL 3 THEN
               MOVE 0 TO RTN-ATRIBUICAO-OK
