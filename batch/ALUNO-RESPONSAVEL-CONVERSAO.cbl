       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-RESPONSAVEL-CONVERSAO AS "ALURSPCV".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS-SEQ ASSIGN TO
                   "RESPONSAVEL.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESPONSAVEIS-SEQ.
       01  RESPONSAVEL-SEQ-REC.
           05  VEL-RSP-MATRICULA   PIC 9(6).
           05  VEL-RSP-NOME        PIC X(30).
           05  VEL-RSP-PARENTESCO  PIC X(10).
           05  VEL-RSP-TELEFONE    PIC X(12).
           05  VEL-RSP-ENDERECO    PIC X(40).
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 TOTAL-RESPONSAVEIS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           PERFORM CONVERTE-RESPONSAVEIS.
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

      * Guardians come over with no e-mail, the channel left to the
      * default (SMS when there is a phone) and no opt-outs, so they
      * keep receiving every message until the office records
      * otherwise.
       CONVERTE-RESPONSAVEIS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-RESPONSAVEIS-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           OPEN OUTPUT ARQ-RESPONSAVEIS.
           PERFORM CONVERTE-UM-RESPONSAVEL UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-RESPONSAVEIS.
           CLOSE ARQ-RESPONSAVEIS-SEQ.

       CONVERTE-UM-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-RESPONSAVEIS
                   MOVE SPACES             TO RESPONSAVEL-REC
                   MOVE VEL-RSP-MATRICULA  TO RSP-MATRICULA
                   MOVE VEL-RSP-NOME       TO RSP-NOME
                   MOVE VEL-RSP-PARENTESCO TO RSP-PARENTESCO
                   MOVE VEL-RSP-TELEFONE   TO RSP-TELEFONE
                   MOVE VEL-RSP-ENDERECO   TO RSP-ENDERECO
                   WRITE RESPONSAVEL-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

       IMPRIME-SUMARIO.
           DISPLAY "CONVERSAO DOS RESPONSAVEIS - RESUMO".
           DISPLAY "RESPONSAVEIS CONVERTIDOS: " TOTAL-RESPONSAVEIS.
