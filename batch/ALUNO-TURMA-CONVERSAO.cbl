       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-TURMA-CONVERSAO AS "ALUTURCV".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TURMAS-SEQ ASSIGN TO "TURMA.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TURMAS-SEQ.
       01  TURMA-SEQ-REC.
           05  VEL-TUR-CODIGO      PIC X(4).
           05  VEL-TUR-DESCRICAO   PIC X(20).
           05  VEL-TUR-SALA        PIC X(5).
           05  VEL-TUR-TURNO       PIC X(1).
           05  VEL-TUR-CAPACIDADE  PIC 9(3).
           05  VEL-TUR-ANO-NASC-MIN PIC 9(4).
           05  VEL-TUR-ANO-NASC-MAX PIC 9(4).
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 TOTAL-TURMAS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           PERFORM CONVERTE-TURMAS.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       VERIFICA-STATUS-SEQ.
           IF SEQ-FILE-STATUS NOT EQUAL "00" AND
                   SEQ-FILE-STATUS NOT EQUAL "05" AND
                   SEQ-FILE-STATUS NOT EQUAL "10" THEN
               DISPLAY "ERRO DE LEITURA NO ARQUIVO ANTIGO - STATUS "
                       SEQ-FILE-STATUS
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
               STOP RUN
           END-IF.

      * Turmas come over with no serie; the secretary then points
      * each one at its serie on the turma maintenance screen.  All
      * of them belong to school unit 1.
       CONVERTE-TURMAS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-TURMAS-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           OPEN OUTPUT ARQ-TURMAS.
           PERFORM CONVERTE-UMA-TURMA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-TURMAS.
           CLOSE ARQ-TURMAS-SEQ.

       CONVERTE-UMA-TURMA.
           READ ARQ-TURMAS-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-TURMAS
                   MOVE VEL-TUR-CODIGO       TO TUR-CODIGO
                   MOVE VEL-TUR-DESCRICAO    TO TUR-DESCRICAO
                   MOVE VEL-TUR-SALA         TO TUR-SALA
                   MOVE VEL-TUR-TURNO        TO TUR-TURNO
                   MOVE VEL-TUR-CAPACIDADE   TO TUR-CAPACIDADE
                   MOVE VEL-TUR-ANO-NASC-MIN TO TUR-ANO-NASC-MIN
                   MOVE VEL-TUR-ANO-NASC-MAX TO TUR-ANO-NASC-MAX
                   MOVE SPACES               TO TUR-SERIE
                   MOVE 1                    TO TUR-UNIDADE
                   WRITE TURMA-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

       IMPRIME-SUMARIO.
           DISPLAY "CONVERSAO DO CADASTRO DE TURMAS - RESUMO".
           DISPLAY "TURMAS CONVERTIDAS ......: " TOTAL-TURMAS.
