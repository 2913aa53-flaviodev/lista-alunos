       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-LIVRO-PENDENTE AS "ALULIVPD".

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
           SELECT ARQ-RELATORIO ASSIGN TO "LIVROPD.RPT"
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
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "LIVROPD.RPT".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
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
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TURMAS-REL PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-REL.
           05 TURMAS-REL OCCURS TUR-MAX-TURMAS TIMES PIC X(4).
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 ALUNO-COM-PENDENCIA PIC X VALUE "N".
           88 ALUNO-PENDENTE VALUE "S".
       01 QTDE-ALUNOS PIC 9(3) VALUE 0.
       01 QTDE-EXEMPLARES PIC 9(4) VALUE 0.
       01 TOTAL-ALUNOS-PEND PIC 9(5) VALUE 0.
       01 TOTAL-EXEMPLARES PIC 9(5) VALUE 0.
       01 QTDE-EDIT PIC ZZZZ9.

      * Run before ALUNO-PROMOCAO at year end: lists, turma by turma,
      * the active students still holding a textbook, so the copies
      * are collected before the turmas are rolled over.
       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-LIVROS.
           PERFORM CARREGA-EMPRESTIMOS.
           PERFORM MONTA-TURMAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-TURMAS-REL.
           PERFORM IMPRIME-TOTAL-GERAL.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
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

      * Only the open loans matter here.
       CARREGA-EMPRESTIMOS.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE 0 TO TOTAL-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO UNTIL FIM-DO-ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPRESTIMOS.

       LE-EMPRESTIMO.
           READ ARQ-EMPRESTIMOS
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
               NOT AT END
                   IF EMP-DATA-DEVOLUCAO OF EMPRESTIMO-REC EQUAL 0
                           AND TOTAL-EMPRESTIMOS < 5000 THEN
                       ADD 1 TO TOTAL-EMPRESTIMOS
                       MOVE EMPRESTIMO-REC
                               TO EMPRESTIMOS(TOTAL-EMPRESTIMOS)
                   END-IF
           END-READ.

       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-REL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) THEN
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

       IMPRIME-CABECALHO.
           MOVE "DEVOLUCAO DE LIVROS DIDATICOS PENDENTE" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "EXEMPLARES COM OS ALUNOS EM " DELIMITED BY SIZE
                  DATA-COMPLETA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-TURMA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA " DELIMITED BY SIZE
                  TURMAS-REL(T) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "MATRIC NOME" TO RELATORIO-LINHA.
           MOVE "LIVRO  TITULO" TO RELATORIO-LINHA(33:13).
           MOVE "ENTREGA" TO RELATORIO-LINHA(70:7).
           WRITE RELATORIO-LINHA.
           MOVE 0 TO QTDE-ALUNOS.
           MOVE 0 TO QTDE-EXEMPLARES.
           PERFORM IMPRIME-ALUNO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "ALUNOS PENDENTES:" TO RELATORIO-LINHA(1:17).
           MOVE QTDE-ALUNOS TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(19:5).
           MOVE "EXEMPLARES:" TO RELATORIO-LINHA(26:11).
           MOVE QTDE-EXEMPLARES TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(38:5).
           WRITE RELATORIO-LINHA.

       IMPRIME-ALUNO.
           IF ALU-ATIVO OF ALUNOS(I) AND
                   ALU-TURMA OF ALUNOS(I) EQUAL TURMAS-REL(T) THEN
               MOVE "N" TO ALUNO-COM-PENDENCIA
               MOVE SPACES TO NOME-ALUNO
               STRING ALU-NOME OF ALUNOS(I) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(I) DELIMITED BY "  "
                      INTO NOME-ALUNO
               END-STRING
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > TOTAL-EMPRESTIMOS
                   IF EMP-MATRICULA OF EMPRESTIMOS(J) EQUAL
                           ALU-MATRICULA OF ALUNOS(I) THEN
                       PERFORM IMPRIME-EXEMPLAR
                   END-IF
               END-PERFORM
               IF ALUNO-PENDENTE THEN
                   ADD 1 TO QTDE-ALUNOS
                   ADD 1 TO TOTAL-ALUNOS-PEND
               END-IF
           END-IF.

      * The name is printed on the student's first line only.
       IMPRIME-EXEMPLAR.
           MOVE SPACES TO RELATORIO-LINHA.
           IF NOT ALUNO-PENDENTE THEN
               MOVE ALU-MATRICULA OF ALUNOS(I) TO RELATORIO-LINHA(1:6)
               MOVE NOME-ALUNO TO RELATORIO-LINHA(8:24)
               MOVE "S" TO ALUNO-COM-PENDENCIA
           END-IF.
           MOVE EMP-LIVRO OF EMPRESTIMOS(J) TO RELATORIO-LINHA(33:6).
           PERFORM VARYING IX-LIVROS FROM 1 BY 1
                   UNTIL IX-LIVROS > TOTAL-LIVROS-CAT
               IF LIV-CODIGO OF LIVROS(IX-LIVROS) EQUAL
                       EMP-LIVRO OF EMPRESTIMOS(J) THEN
                   MOVE LIV-TITULO OF LIVROS(IX-LIVROS)
                           TO RELATORIO-LINHA(40:29)
               END-IF
           END-PERFORM.
           MOVE EMP-DATA-ENTREGA OF EMPRESTIMOS(J)
                   TO RELATORIO-LINHA(70:8).
           WRITE RELATORIO-LINHA.
           ADD 1 TO QTDE-EXEMPLARES.
           ADD 1 TO TOTAL-EXEMPLARES.

       IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-ALUNOS-PEND TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL ALUNOS PENDENTES ..: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-EXEMPLARES TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL EXEMPLARES ........: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "DEVOLUCAO DE LIVROS DIDATICOS PENDENTE".
           DISPLAY "ALUNOS PENDENTES ......: " TOTAL-ALUNOS-PEND.
           DISPLAY "EXEMPLARES PENDENTES ..: " TOTAL-EXEMPLARES.
           DISPLAY "RELATORIO GRAVADO EM LIVROPD.RPT".
