       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-REMATRICULA-ABRE AS "ALUREMAB".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO "REMACAMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT OPTIONAL ARQ-REMATRICULA ASSIGN TO "REMATRIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-CAMPANHA.
       01  CAMPANHA-REC.
           COPY ALUREMCP.
       FD  ARQ-REMATRICULA.
       01  REMATRICULA-REC.
           COPY ALUREMAT.

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 CMP-FILE-STATUS PIC X(2) VALUE "00".
       01 RMT-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-CAMPANHA PIC X VALUE "N".
           88 FIM-DO-ARQ-CAMPANHA VALUE "S".
       01 FIM-REMATRICULA PIC X VALUE "N".
           88 FIM-DO-ARQ-REMATRICULA VALUE "S".
       01 ANO-CAMPANHA-ALPHA PIC X(4) VALUE SPACES.
       01 ANO-CAMPANHA PIC 9(4) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 CAMPANHA-EXISTE PIC X VALUE "N".
           88 CAMPANHA-JA-ABERTA VALUE "S".
       01 TAB-JA-REGISTRADO.
           05 JA-REGISTRADO OCCURS 500 TIMES PIC X(1).
       01 TOTAL-PENDENTES-GERADOS PIC 9(5) VALUE 0.
       01 TOTAL-JA-REGISTRADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           ACCEPT ANO-CAMPANHA-ALPHA.
           IF ANO-CAMPANHA-ALPHA IS NUMERIC AND
                   ANO-CAMPANHA-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-CAMPANHA-ALPHA TO ANO-CAMPANHA
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-CAMPANHA
               ADD 1 TO ANO-CAMPANHA
           END-IF.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM VERIFICA-CAMPANHA.
           IF NOT CAMPANHA-JA-ABERTA THEN
               PERFORM GRAVA-CAMPANHA
           END-IF.
           PERFORM MARCA-JA-REGISTRADOS.
           PERFORM GERA-PENDENTES.
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

      * Opening the same year twice does not add a second campaign;
      * the run then only seeds students who came in since.
       VERIFICA-CAMPANHA.
           MOVE "N" TO CAMPANHA-EXISTE.
           MOVE "N" TO FIM-CAMPANHA.
           OPEN INPUT ARQ-CAMPANHA.
           PERFORM LE-CAMPANHA UNTIL FIM-DO-ARQ-CAMPANHA.
           CLOSE ARQ-CAMPANHA.

       LE-CAMPANHA.
           READ ARQ-CAMPANHA
               AT END
                   MOVE "S" TO FIM-CAMPANHA
               NOT AT END
                   IF CMP-ANO-LETIVO EQUAL ANO-CAMPANHA THEN
                       MOVE "S" TO CAMPANHA-EXISTE
                   END-IF
           END-READ.

       GRAVA-CAMPANHA.
           OPEN EXTEND ARQ-CAMPANHA.
           IF CMP-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-CAMPANHA
           END-IF.
           MOVE ANO-CAMPANHA TO CMP-ANO-LETIVO.
           MOVE DATA-COMPLETA TO CMP-DATA-ABERTURA.
           MOVE OPERADOR-ID TO CMP-OPERADOR.
           WRITE CAMPANHA-REC.
           CLOSE ARQ-CAMPANHA.

       MARCA-JA-REGISTRADOS.
           MOVE SPACES TO TAB-JA-REGISTRADO.
           MOVE "N" TO FIM-REMATRICULA.
           OPEN INPUT ARQ-REMATRICULA.
           PERFORM LE-REMATRICULA UNTIL FIM-DO-ARQ-REMATRICULA.
           CLOSE ARQ-REMATRICULA.

       LE-REMATRICULA.
           READ ARQ-REMATRICULA
               AT END
                   MOVE "S" TO FIM-REMATRICULA
               NOT AT END
                   IF RMT-ANO-LETIVO EQUAL ANO-CAMPANHA THEN
                       PERFORM MARCA-ALUNO
                   END-IF
           END-READ.

       MARCA-ALUNO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL RMT-MATRICULA THEN
                   MOVE "S" TO JA-REGISTRADO(I)
               END-IF
           END-PERFORM.

       GERA-PENDENTES.
           OPEN EXTEND ARQ-REMATRICULA.
           IF RMT-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-REMATRICULA
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) THEN
                   IF JA-REGISTRADO(I) EQUAL "S" THEN
                       ADD 1 TO TOTAL-JA-REGISTRADOS
                   ELSE
                       PERFORM GRAVA-PENDENTE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-REMATRICULA.

       GRAVA-PENDENTE.
           MOVE ALU-MATRICULA OF ALUNOS(I) TO RMT-MATRICULA.
           MOVE ANO-CAMPANHA TO RMT-ANO-LETIVO.
           MOVE "P" TO RMT-INTENCAO.
           MOVE "N" TO RMT-DEBITO-LIBERADO.
           MOVE DATA-COMPLETA TO RMT-DATA.
           MOVE OPERADOR-ID TO RMT-OPERADOR.
           WRITE REMATRICULA-REC.
           ADD 1 TO TOTAL-PENDENTES-GERADOS.

       IMPRIME-SUMARIO.
           DISPLAY "CAMPANHA DE REMATRICULA - ANO LETIVO " ANO-CAMPANHA.
           IF CAMPANHA-JA-ABERTA THEN
               DISPLAY "CAMPANHA JA ESTAVA ABERTA"
           ELSE
               DISPLAY "CAMPANHA ABERTA EM " DATA-COMPLETA
           END-IF.
           DISPLAY "PENDENTES GERADOS .....: " TOTAL-PENDENTES-GERADOS.
           DISPLAY "JA REGISTRADOS ........: " TOTAL-JA-REGISTRADOS.
