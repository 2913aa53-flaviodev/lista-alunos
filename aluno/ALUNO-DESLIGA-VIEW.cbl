       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-DESLIGA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-EMPRESTIMOS ASSIGN TO "EMPRESTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EMPRESTIMOS.
       01  EMPRESTIMO-REC.
           COPY ALUEMPRE.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 STATUS-POSICAO PIC X(20) VALUE " ".
       01 POSICAO-ALPHA PIC X(3) VALUE SPACES.
       01 CANCELADO PIC X VALUE " ".
       01 QUER-DOCUMENTO PIC X VALUE " ".
       01 LIBERA-DEBITO PIC X VALUE " ".
       01 OPERACAO-QUITACAO PIC X(10) VALUE SPACES.
       01 QUITACAO.
           COPY ALUQUIT.
       01 STATUS-QUITACAO PIC X(20) VALUE " ".
       01 FIM-EMPRESTIMOS PIC X VALUE "N".
           88 FIM-DO-ARQ-EMPRESTIMOS VALUE "S".
       01 QTDE-LIVROS PIC 9(3) VALUE 0.
       01 QTDE-LIVROS-EDIT PIC ZZ9.
       01 AVISO-LIVROS PIC X(50) VALUE SPACES.
       LINKAGE SECTION.
       01 POSICAO PIC S9(3).
       01 OPERADOR-ID PIC X(8).
           05  VALUE "Desligar" BLANK SCREEN           LINE 1 COL 10.
           05  NOME-CONFIRMA-WS                        LINE 3 COL 10
                           PIC X(31) FROM NOME-CONFIRMA.
           05  VALUE "Meses anteriores em aberto:"     LINE 5 COL 10.
           05  VENCIDAS-WS                             LINE 5 COL 45
                           PIC ZZ9 FROM QUI-QTDE-VENCIDAS.
           05  VENCIDO-WS                              LINE 5 COL 50
                           PIC ZZZZZ9.99 FROM QUI-VALOR-VENCIDO.
           05  VALUE "Mensalidade final proporcional:" LINE 6 COL 10.
           05  CURSADOS-WS                             LINE 6 COL 45
                           PIC Z9 FROM QUI-DIAS-CURSADOS.
           05  VALUE "/"                               LINE 6 COL 47.
           05  DIAS-MES-WS                             LINE 6 COL 48
                           PIC 99 FROM QUI-DIAS-MES.
           05  PRORATA-WS                              LINE 6 COL 50
                           PIC ZZZZZ9.99 FROM QUI-VALOR-PRORATA.
           05  VALUE "Cobrancas futuras a cancelar:"   LINE 7 COL 10.
           05  CANCELADAS-WS                           LINE 7 COL 45
                           PIC ZZ9 FROM QUI-QTDE-CANCELADAS.
           05  CANCELADO-WS                            LINE 7 COL 50
                           PIC ZZZZZ9.99 FROM QUI-VALOR-CANCELADO.
           05  VALUE "Saldo a pagar:"                  LINE 8 COL 10.
           05  SALDO-WS                                LINE 8 COL 50
                           PIC ZZZZZ9.99 FROM QUI-SALDO-ABERTO.
           05  AVISO-LIVROS-WS                         LINE 9 COL 10
                           PIC X(50) FROM AVISO-LIVROS HIGHLIGHT.
           05  VALUE "Confirma o desligamento? (S/N):" LINE 10 COL 10.
           05  CONFIRMA-INPUT                          LINE 10 COL 45
                           PIC X TO CONFIRMA AUTO.

       01  DEBITO-SCREEN.
           05  VALUE "DEBITO EM ABERTO" BLANK SCREEN   LINE 1 COL 10.
           05  NOME-DEBITO-WS                          LINE 3 COL 10
                           PIC X(31) FROM NOME-CONFIRMA.
           05  VALUE "Mensalidades vencidas em aberto:" LINE 4 COL 10.
           05  DEBITO-WS                               LINE 4 COL 45
                           PIC ZZZZZ9.99 FROM QUI-VALOR-VENCIDO.
           05  VALUE "Liberar o desligamento com debito"
                                                       LINE 6 COL 10.
           05  VALUE "(autorizacao do supervisor)? (S/N):"
                                                       LINE 7 COL 10.
           05  LIBERA-INPUT                            LINE 7 COL 47
                           PIC X TO LIBERA-DEBITO AUTO.

       01  DOCUMENTO-SCREEN.
           05  VALUE "Aluno desligado." BLANK SCREEN    LINE 1 COL 10.
           05  VALUE "Gerar documentacao de transferencia? (S/N):"
           IF QUER-DOCUMENTO EQUAL 'S' OR QUER-DOCUMENTO EQUAL 's'
                   THEN
               CALL "ALUNO-TRANSFERENCIA-DOC" USING ALUNO-ALTERADO,
                       TOTAL-NOTAS, LISTA-NOTAS, OPERADOR-ID,
                       QUITACAO
           END-IF.

       DESLIGA.
                                  DELIMITED BY SIZE
                          INTO NOME-CONFIRMA
                   END-STRING
                   MOVE "APURA" TO OPERACAO-QUITACAO
                   CALL "ALUNO-QUITACAO" USING OPERACAO-QUITACAO,
                           ALUNOS(POSICAO), QUITACAO, OPERADOR-ID,
                           STATUS-QUITACAO
                   PERFORM CONFERE-LIVROS
                   MOVE " " TO CONFIRMA
                   DISPLAY CONFIRMA-SCREEN
                   ACCEPT CONFIRMA-SCREEN
                   IF CONFIRMA EQUAL 'S' OR CONFIRMA EQUAL 's' THEN
                       PERFORM CONFIRMA-DEBITO
                       IF LIBERA-DEBITO EQUAL 'S' OR
                               LIBERA-DEBITO EQUAL 's' THEN
                           PERFORM EFETIVA-DESLIGAMENTO
                       ELSE
                           MOVE "DEBITO EM ABERTO" TO STATUS-POSICAO
                       END-IF
                   END-IF
               ELSE
               END-IF
           END-IF
           END-IF.

      * Months left unpaid before the current one hold the
      * withdrawal back until the supervisor explicitly lets it
      * through; with nothing overdue there is nothing to release.
       CONFIRMA-DEBITO.
           MOVE " " TO LIBERA-DEBITO.
           IF QUI-VALOR-VENCIDO EQUAL 0 THEN
               MOVE "S" TO LIBERA-DEBITO
           ELSE
               DISPLAY DEBITO-SCREEN
               ACCEPT DEBITO-SCREEN
           END-IF.

      * Textbooks still out on loan do not hold the withdrawal back,
      * but the desk is warned to collect them (or register them as
      * lost in the textbook screen) before the family leaves.
       CONFERE-LIVROS.
           MOVE 0 TO QTDE-LIVROS.
           MOVE SPACES TO AVISO-LIVROS.
           MOVE "N" TO FIM-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO UNTIL FIM-DO-ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPRESTIMOS.
           IF QTDE-LIVROS > 0 THEN
               MOVE QTDE-LIVROS TO QTDE-LIVROS-EDIT
               STRING "ATENCAO: " DELIMITED BY SIZE
                      QTDE-LIVROS-EDIT DELIMITED BY SIZE
                      " LIVRO(S) DIDATICO(S) NAO DEVOLVIDO(S)"
                              DELIMITED BY SIZE
                      INTO AVISO-LIVROS
               END-STRING
           END-IF.

       LE-EMPRESTIMO.
           READ ARQ-EMPRESTIMOS
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
               NOT AT END
                   IF EMP-MATRICULA EQUAL
                           ALU-MATRICULA OF ALUNOS(POSICAO) AND
                           EMP-DATA-DEVOLUCAO EQUAL 0 THEN
                       ADD 1 TO QTDE-LIVROS
                   END-IF
           END-READ.

       EFETIVA-DESLIGAMENTO.
           CALL "ALUNO-DESLIGA" USING POSICAO,
                   STATUS-POSICAO, TOTAL-ALUNOS, LISTA,
                   OPERADOR-ID.
           IF STATUS-POSICAO EQUAL 'OK' THEN
               MOVE ALUNOS(POSICAO) TO ALUNO-ALTERADO
               PERFORM OFERECE-DOCUMENTO
           END-IF.
