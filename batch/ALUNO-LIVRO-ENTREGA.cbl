       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-LIVRO-ENTREGA AS "ALULIVEN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-LIVROS ASSIGN TO "LIVRO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-EMPRESTIMOS ASSIGN TO "EMPRESTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-LIVROS.
       01  LIVRO-REC.
           COPY ALULIVRO.
       FD  ARQ-EMPRESTIMOS.
       01  EMPRESTIMO-REC.
           COPY ALUEMPRE.

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 M PIC 9(2) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-LIVROS PIC X VALUE "N".
           88 FIM-DO-ARQ-LIVROS VALUE "S".
       01 FIM-EMPRESTIMOS PIC X VALUE "N".
           88 FIM-DO-ARQ-EMPRESTIMOS VALUE "S".
       COPY ALULIVRL.
       01 TOTAL-EMPRESTIMOS PIC 9(4) VALUE 0.
       01 LISTA-EMPRESTIMOS.
           05 EMPRESTIMOS OCCURS 5000 TIMES.
               COPY ALUEMPRE REPLACING ==05== BY ==10==.
       01 TOTAL-LIDOS PIC 9(4) VALUE 0.
       COPY ALUMTZL.
       01 TURMA-MATRIZ PIC X(4) VALUE SPACES.
       01 SERIE-TURMA PIC X(2) VALUE SPACES.
       01 TURMA-PEDIDA PIC X(4) VALUE SPACES.
       01 ANO-LETIVO-ALPHA PIC X(4) VALUE SPACES.
       01 ANO-LETIVO PIC 9(4) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TURMAS-REL PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-REL.
           05 TURMAS-REL OCCURS TUR-MAX-TURMAS TIMES PIC X(4).
       01 RTN-EMPRESTIMO-ACHADO PIC 9(4) VALUE 0.
       01 TOTAL-ENTREGUES PIC 9(5) VALUE 0.
       01 TOTAL-JA-ENTREGUES PIC 9(5) VALUE 0.
       01 TOTAL-SEM-ESTOQUE PIC 9(5) VALUE 0.
       01 TOTAL-SEM-MATRIZ PIC 9(3) VALUE 0.
       01 TOTAL-TABELA-CHEIA PIC 9(5) VALUE 0.
       01 QTDE-TURMA PIC 9(5) VALUE 0.

      * Bulk issue of the government textbooks at the start of the
      * year.  Every active student of the turma receives one copy
      * of each title registered for the serie of the turma and a
      * disciplina of that serie's curriculum matrix.  A student who
      * already holds a loan of the title for the year is skipped, so
      * the run can be repeated for late arrivals.  When the shelf
      * runs out the student is listed as short and gets the copy at
      * the desk once stock comes in.
      * SYSIN: first line the turma (blank = every turma with active
      * students), second line the ano letivo (blank = current).
       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT TURMA-PEDIDA.
           ACCEPT ANO-LETIVO-ALPHA.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           IF ANO-LETIVO-ALPHA IS NUMERIC AND
                   ANO-LETIVO-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-LETIVO-ALPHA TO ANO-LETIVO
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-LETIVO
           END-IF.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-LIVROS.
           PERFORM CARREGA-EMPRESTIMOS.
           PERFORM MONTA-TURMAS.
           PERFORM ENTREGA-TURMA VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-TURMAS-REL.
           PERFORM GRAVA-LIVROS.
           PERFORM GRAVA-EMPRESTIMOS.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       CARREGA-MASTER-ATUAL.
           MOVE "N" TO FIM-MASTER.
           MOVE 0 TO TOTAL-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM VERIFICA-STATUS-MESTRE.
           PERFORM LE-MASTER UNTIL FIM-DO-MASTER.
           CLOSE ARQ-ALUNOS.

       LE-MASTER.
           READ ARQ-ALUNOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   COMPUTE TOTAL-ALUNOS = TOTAL-ALUNOS + 1
                   MOVE ALUNO-REC-FILE TO ALUNOS(TOTAL-ALUNOS)
           END-READ.
           PERFORM VERIFICA-STATUS-MESTRE.

       VERIFICA-STATUS-MESTRE.
           IF ALU-FILE-STATUS NOT EQUAL "00" AND
                   ALU-FILE-STATUS NOT EQUAL "05" AND
                   ALU-FILE-STATUS NOT EQUAL "10" THEN
               DISPLAY "ERRO DE ACESSO EM ALUNOS.DAT - STATUS "
                       ALU-FILE-STATUS
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
               STOP RUN
           END-IF.

       CARREGA-LIVROS.
           MOVE "N" TO FIM-LIVROS.
           MOVE 0 TO TOTAL-LIVROS-CAT.
           OPEN INPUT ARQ-LIVROS.
           PERFORM LE-LIVRO UNTIL FIM-DO-ARQ-LIVROS.
           CLOSE ARQ-LIVROS.

       LE-LIVRO.
           READ ARQ-LIVROS
               AT END
                   MOVE "S" TO FIM-LIVROS
               NOT AT END
                   IF TOTAL-LIVROS-CAT < LIV-MAX-LIVROS THEN
                       ADD 1 TO TOTAL-LIVROS-CAT
                       MOVE LIVRO-REC TO LIVROS(TOTAL-LIVROS-CAT)
                   END-IF
           END-READ.

       GRAVA-LIVROS.
           OPEN OUTPUT ARQ-LIVROS.
           PERFORM VARYING IX-LIVROS FROM 1 BY 1
                   UNTIL IX-LIVROS > TOTAL-LIVROS-CAT
               MOVE LIVROS(IX-LIVROS) TO LIVRO-REC
               WRITE LIVRO-REC
           END-PERFORM.
           CLOSE ARQ-LIVROS.

      * Loans past the table capacity are never dropped: the file is
      * only rewritten when every record fitted.
       CARREGA-EMPRESTIMOS.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE 0 TO TOTAL-EMPRESTIMOS.
           MOVE 0 TO TOTAL-LIDOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO UNTIL FIM-DO-ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPRESTIMOS.
           IF TOTAL-LIDOS > TOTAL-EMPRESTIMOS THEN
               DISPLAY "EMPRESTA.DAT EXCEDE A TABELA - NADA ENTREGUE"
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
               STOP RUN
           END-IF.

       LE-EMPRESTIMO.
           READ ARQ-EMPRESTIMOS
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
               NOT AT END
                   ADD 1 TO TOTAL-LIDOS
                   IF TOTAL-EMPRESTIMOS < 5000 THEN
                       ADD 1 TO TOTAL-EMPRESTIMOS
                       MOVE EMPRESTIMO-REC
                               TO EMPRESTIMOS(TOTAL-EMPRESTIMOS)
                   END-IF
           END-READ.

       GRAVA-EMPRESTIMOS.
           OPEN OUTPUT ARQ-EMPRESTIMOS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-EMPRESTIMOS
               MOVE EMPRESTIMOS(J) TO EMPRESTIMO-REC
               WRITE EMPRESTIMO-REC
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.

       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-REL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) AND
                       (TURMA-PEDIDA EQUAL SPACES OR
                        ALU-TURMA OF ALUNOS(I) EQUAL TURMA-PEDIDA)
                       THEN
                   MOVE 0 TO TURMA-ACHADA
                   PERFORM VARYING T FROM 1 BY 1
                           UNTIL T > TOTAL-TURMAS-REL
                           OR TURMA-ACHADA NOT EQUAL 0
                       IF TURMAS-REL(T) EQUAL ALU-TURMA OF ALUNOS(I)
                               THEN
                           MOVE T TO TURMA-ACHADA
                       END-IF
                   END-PERFORM
                   IF TURMA-ACHADA EQUAL 0 AND
                           TOTAL-TURMAS-REL < TUR-MAX-TURMAS
                           THEN
                       ADD 1 TO TOTAL-TURMAS-REL
                       MOVE ALU-TURMA OF ALUNOS(I)
                               TO TURMAS-REL(TOTAL-TURMAS-REL)
                   END-IF
               END-IF
           END-PERFORM.

       ENTREGA-TURMA.
           MOVE TURMAS-REL(T) TO TURMA-MATRIZ.
           CALL "ALUNO-MATRIZ-SERIE" USING TURMA-MATRIZ, SERIE-TURMA,
                   TOTAL-MATRIZ, LISTA-MATRIZ.
           IF TOTAL-MATRIZ EQUAL 0 THEN
               ADD 1 TO TOTAL-SEM-MATRIZ
               DISPLAY "TURMA SEM SERIE OU MATRIZ: " TURMA-MATRIZ
           ELSE
               MOVE 0 TO QTDE-TURMA
               PERFORM ENTREGA-ALUNO VARYING I FROM 1 BY 1
                       UNTIL I > TOTAL-ALUNOS
               DISPLAY "TURMA " TURMA-MATRIZ " SERIE " SERIE-TURMA
                       " - EXEMPLARES ENTREGUES: " QTDE-TURMA
           END-IF.

       ENTREGA-ALUNO.
           IF ALU-ATIVO OF ALUNOS(I) AND
                   ALU-TURMA OF ALUNOS(I) EQUAL TURMA-MATRIZ THEN
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > TOTAL-MATRIZ
                   PERFORM VARYING IX-LIVROS FROM 1 BY 1
                           UNTIL IX-LIVROS > TOTAL-LIVROS-CAT
                       IF LIV-SERIE OF LIVROS(IX-LIVROS) EQUAL
                               SERIE-TURMA AND
                               LIV-DISCIPLINA OF LIVROS(IX-LIVROS)
                               EQUAL MTZ-DISCIPLINA OF MATRIZ-DISC(M)
                               THEN
                           PERFORM ENTREGA-EXEMPLAR
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       ENTREGA-EXEMPLAR.
           PERFORM BUSCA-EMPRESTIMO-ANO.
           IF RTN-EMPRESTIMO-ACHADO NOT EQUAL 0 THEN
               ADD 1 TO TOTAL-JA-ENTREGUES
           ELSE
           IF LIV-ESTOQUE OF LIVROS(IX-LIVROS) EQUAL 0 THEN
               ADD 1 TO TOTAL-SEM-ESTOQUE
               DISPLAY "SEM ESTOQUE: " ALU-MATRICULA OF ALUNOS(I) " "
                       LIV-CODIGO OF LIVROS(IX-LIVROS) " "
                       LIV-TITULO OF LIVROS(IX-LIVROS)
           ELSE
           IF TOTAL-EMPRESTIMOS >= 5000 THEN
               ADD 1 TO TOTAL-TABELA-CHEIA
           ELSE
               ADD 1 TO TOTAL-EMPRESTIMOS
               MOVE SPACES TO EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE ALU-MATRICULA OF ALUNOS(I) TO
                   EMP-MATRICULA OF EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE LIV-CODIGO OF LIVROS(IX-LIVROS) TO
                   EMP-LIVRO OF EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE ANO-LETIVO TO
                   EMP-ANO OF EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE DATA-COMPLETA TO
                   EMP-DATA-ENTREGA OF EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE 0 TO
                   EMP-DATA-DEVOLUCAO OF
                       EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE 0 TO
                   EMP-VALOR-COBRANCA OF
                       EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE 0 TO
                   EMP-MES-COBRANCA OF EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               MOVE OPERADOR-ID TO
                   EMP-OPERADOR OF EMPRESTIMOS(TOTAL-EMPRESTIMOS)
               SUBTRACT 1 FROM LIV-ESTOQUE OF LIVROS(IX-LIVROS)
               ADD 1 TO QTDE-TURMA
               ADD 1 TO TOTAL-ENTREGUES
           END-IF
           END-IF
           END-IF.

      * Any loan of the title for the year counts, returned or not:
      * a copy given back mid-year is not handed out again by the
      * bulk run.
       BUSCA-EMPRESTIMO-ANO.
           MOVE 0 TO RTN-EMPRESTIMO-ACHADO.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-EMPRESTIMOS
                   OR RTN-EMPRESTIMO-ACHADO NOT EQUAL 0
               IF EMP-MATRICULA OF EMPRESTIMOS(J) EQUAL
                       ALU-MATRICULA OF ALUNOS(I)
                       AND EMP-LIVRO OF EMPRESTIMOS(J) EQUAL
                           LIV-CODIGO OF LIVROS(IX-LIVROS)
                       AND EMP-ANO OF EMPRESTIMOS(J) EQUAL ANO-LETIVO
                       THEN
                   MOVE J TO RTN-EMPRESTIMO-ACHADO
               END-IF
           END-PERFORM.

       IMPRIME-SUMARIO.
           DISPLAY "ENTREGA DE LIVROS DIDATICOS - ANO " ANO-LETIVO.
           DISPLAY "TURMAS PROCESSADAS ....: " TOTAL-TURMAS-REL.
           DISPLAY "TURMAS SEM MATRIZ .....: " TOTAL-SEM-MATRIZ.
           DISPLAY "EXEMPLARES ENTREGUES ..: " TOTAL-ENTREGUES.
           DISPLAY "JA ENTREGUES NO ANO ...: " TOTAL-JA-ENTREGUES.
           DISPLAY "FALTA DE ESTOQUE ......: " TOTAL-SEM-ESTOQUE.
           IF TOTAL-TABELA-CHEIA NOT EQUAL 0 THEN
               DISPLAY "NAO ENTREGUES (TABELA CHEIA): "
                       TOTAL-TABELA-CHEIA
           END-IF.
