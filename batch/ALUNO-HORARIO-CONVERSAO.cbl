       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-HORARIO-CONVERSAO AS "ALUHORCV".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-HORARIOS-SEQ ASSIGN TO "HORARIO.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HORARIOS-SEQ.
       01  HORARIO-SEQ-REC.
           05  VEL-HOR-PROFESSOR   PIC X(8).
           05  VEL-HOR-DISCIPLINA  PIC X(10).
           05  VEL-HOR-TURMA       PIC X(4).
           05  VEL-HOR-DIA         PIC 9(1).
           05  VEL-HOR-PERIODO     PIC 9(1).
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 TOTAL-HORARIOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           PERFORM CONVERTE-HORARIOS.
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

      * Slots come over with no room of their own, i.e. in the home
      * room of the turma, which is where every lesson was before.
       CONVERTE-HORARIOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-HORARIOS-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           OPEN OUTPUT ARQ-HORARIOS.
           PERFORM CONVERTE-UM-HORARIO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-HORARIOS.
           CLOSE ARQ-HORARIOS-SEQ.

       CONVERTE-UM-HORARIO.
           READ ARQ-HORARIOS-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-HORARIOS
                   MOVE VEL-HOR-PROFESSOR  TO HOR-PROFESSOR
                   MOVE VEL-HOR-DISCIPLINA TO HOR-DISCIPLINA
                   MOVE VEL-HOR-TURMA      TO HOR-TURMA
                   MOVE VEL-HOR-DIA        TO HOR-DIA
                   MOVE VEL-HOR-PERIODO    TO HOR-PERIODO
                   MOVE SPACES             TO HOR-SALA
                   WRITE HORARIO-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

       IMPRIME-SUMARIO.
           DISPLAY "CONVERSAO DO HORARIO DE AULAS - RESUMO".
           DISPLAY "HORARIOS CONVERTIDOS ....: " TOTAL-HORARIOS.
