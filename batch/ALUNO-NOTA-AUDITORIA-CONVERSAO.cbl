       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-NOTA-AUDITORIA-CONVERSAO AS "ALUNAUCV".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-NOTA-AUDITORIA-SEQ
               ASSIGN TO "NOTAUDIT.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ARQ-NOTA-AUDITORIA ASSIGN TO "NOTAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTA-AUDITORIA-SEQ.
       01  NOTA-AUDITORIA-SEQ-REC.
           05  VEL-NAU-DATA        PIC 9(6).
           05  VEL-NAU-HORA        PIC 9(8).
           05  VEL-NAU-MATRICULA   PIC 9(6).
           05  VEL-NAU-DISCIPLINA  PIC X(10).
           05  VEL-NAU-ANO         PIC 9(4).
           05  VEL-NAU-BIMESTRE    PIC 9(1).
           05  VEL-NAU-NOTA-ANTERIOR PIC 9(2)V9(1).
           05  VEL-NAU-NOTA-NOVA   PIC 9(2)V9(1).
           05  VEL-NAU-OPERADOR    PIC X(8).
           05  VEL-NAU-MOTIVO      PIC X(10).
       FD  ARQ-NOTA-AUDITORIA.
       01  NOTA-AUDITORIA-REC.
           COPY ALUNOTAU.

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 TOTAL-REGISTROS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           PERFORM CONVERTE-AUDITORIA.
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

      * Every line logged before the assessment instruments existed
      * records a change of the bimestre nota itself, so it comes
      * over with NAU-INSTRUMENTO blank.  The order of the log is
      * kept: ALUNO-RECUPERA replays it in that order.
       CONVERTE-AUDITORIA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-NOTA-AUDITORIA-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           OPEN OUTPUT ARQ-NOTA-AUDITORIA.
           PERFORM CONVERTE-UMA-LINHA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-NOTA-AUDITORIA.
           CLOSE ARQ-NOTA-AUDITORIA-SEQ.

       CONVERTE-UMA-LINHA.
           READ ARQ-NOTA-AUDITORIA-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-REGISTROS
                   MOVE VEL-NAU-DATA          TO NAU-DATA
                   MOVE VEL-NAU-HORA          TO NAU-HORA
                   MOVE VEL-NAU-MATRICULA     TO NAU-MATRICULA
                   MOVE VEL-NAU-DISCIPLINA    TO NAU-DISCIPLINA
                   MOVE VEL-NAU-ANO           TO NAU-ANO
                   MOVE VEL-NAU-BIMESTRE      TO NAU-BIMESTRE
                   MOVE VEL-NAU-NOTA-ANTERIOR TO NAU-NOTA-ANTERIOR
                   MOVE VEL-NAU-NOTA-NOVA     TO NAU-NOTA-NOVA
                   MOVE VEL-NAU-OPERADOR      TO NAU-OPERADOR
                   MOVE VEL-NAU-MOTIVO        TO NAU-MOTIVO
                   MOVE SPACES                TO NAU-INSTRUMENTO
                   WRITE NOTA-AUDITORIA-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

       IMPRIME-SUMARIO.
           DISPLAY "CONVERSAO DO LOG DE AUDITORIA DE NOTAS - RESUMO".
           DISPLAY "LINHAS CONVERTIDAS ......: " TOTAL-REGISTROS.
