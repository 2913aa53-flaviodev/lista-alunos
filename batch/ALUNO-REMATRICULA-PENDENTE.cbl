       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-REMATRICULA-PENDENTE AS "ALUREMPD".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO "REMACAMP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-REMATRICULA ASSIGN TO "REMATRIC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "REMPEND.RPT"
               ORGANIZATION IS SEQUENTIAL.

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
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "REMPEND.RPT".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-CAMPANHA PIC X VALUE "N".
           88 FIM-DO-ARQ-CAMPANHA VALUE "S".
       01 FIM-REMATRICULA PIC X VALUE "N".
           88 FIM-DO-ARQ-REMATRICULA VALUE "S".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 CAMPANHA.
           COPY ALUREMCP.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 TAB-INTENCOES.
           05 INTENCAO-ALUNO OCCURS 500 TIMES PIC X(1).
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 RTN-RESPONSAVEL-ACHADO PIC 9(3) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TURMAS-REL PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-REL.
           05 TURMAS-REL OCCURS TUR-MAX-TURMAS TIMES PIC X(4).
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 QTDE-CONFIRMADOS PIC 9(3) VALUE 0.
       01 QTDE-NAO-RETORNA PIC 9(3) VALUE 0.
       01 QTDE-PENDENTES PIC 9(3) VALUE 0.
       01 TOTAL-CONFIRMADOS PIC 9(5) VALUE 0.
       01 TOTAL-NAO-RETORNA PIC 9(5) VALUE 0.
       01 TOTAL-PENDENTES PIC 9(5) VALUE 0.
       01 QTDE-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           PERFORM BUSCA-CAMPANHA.
           IF CMP-ANO-LETIVO OF CAMPANHA EQUAL 0 THEN
               DISPLAY "NENHUMA CAMPANHA DE REMATRICULA ABERTA"
           ELSE
               PERFORM CARREGA-MASTER-ATUAL
               PERFORM CARREGA-INTENCOES
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM MONTA-TURMAS
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM IMPRIME-CABECALHO
               PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-REL
               PERFORM IMPRIME-TOTAL-GERAL
               CLOSE ARQ-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               PERFORM IMPRIME-SUMARIO
           END-IF.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       BUSCA-CAMPANHA.
           MOVE 0 TO CMP-ANO-LETIVO OF CAMPANHA.
           MOVE "N" TO FIM-CAMPANHA.
           OPEN INPUT ARQ-CAMPANHA.
           PERFORM LE-CAMPANHA UNTIL FIM-DO-ARQ-CAMPANHA.
           CLOSE ARQ-CAMPANHA.

       LE-CAMPANHA.
           READ ARQ-CAMPANHA
               AT END
                   MOVE "S" TO FIM-CAMPANHA
               NOT AT END
                   MOVE CAMPANHA-REC TO CAMPANHA
           END-READ.

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

      * The last intention recorded for the campaign year stands; a
      * student with none (enrolled after the campaign opened) is
      * followed up as pending.
       CARREGA-INTENCOES.
           MOVE SPACES TO TAB-INTENCOES.
           MOVE "N" TO FIM-REMATRICULA.
           OPEN INPUT ARQ-REMATRICULA.
           PERFORM LE-REMATRICULA UNTIL FIM-DO-ARQ-REMATRICULA.
           CLOSE ARQ-REMATRICULA.

       LE-REMATRICULA.
           READ ARQ-REMATRICULA
               AT END
                   MOVE "S" TO FIM-REMATRICULA
               NOT AT END
                   IF RMT-ANO-LETIVO EQUAL CMP-ANO-LETIVO OF CAMPANHA
                           THEN
                       PERFORM GUARDA-INTENCAO
                   END-IF
           END-READ.

       GUARDA-INTENCAO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL RMT-MATRICULA THEN
                   MOVE RMT-INTENCAO TO INTENCAO-ALUNO(I)
               END-IF
           END-PERFORM.

       CARREGA-RESPONSAVEIS.
           MOVE "N" TO FIM-RESPONSAVEIS.
           MOVE 0 TO TOTAL-RESPONSAVEIS.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM LE-RESPONSAVEL UNTIL FIM-DO-ARQ-RESPONSAVEIS.
           CLOSE ARQ-RESPONSAVEIS.

       LE-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE "S" TO FIM-RESPONSAVEIS
               NOT AT END
                   IF TOTAL-RESPONSAVEIS < 500 THEN
                       ADD 1 TO TOTAL-RESPONSAVEIS
                       MOVE RESPONSAVEL-REC
                               TO RESPONSAVEIS(TOTAL-RESPONSAVEIS)
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
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ACOMPANHAMENTO DA REMATRICULA - ANO LETIVO "
                      DELIMITED BY SIZE
                  CMP-ANO-LETIVO OF CAMPANHA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "FAMILIAS PENDENTES EM " DELIMITED BY SIZE
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
           MOVE "RESPONSAVEL" TO RELATORIO-LINHA(33:11).
           MOVE "TELEFONE" TO RELATORIO-LINHA(58:8).
           WRITE RELATORIO-LINHA.
           MOVE 0 TO QTDE-CONFIRMADOS.
           MOVE 0 TO QTDE-NAO-RETORNA.
           MOVE 0 TO QTDE-PENDENTES.
           PERFORM IMPRIME-ALUNO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "CONFIRMADOS:" TO RELATORIO-LINHA(1:12).
           MOVE QTDE-CONFIRMADOS TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(14:5).
           MOVE "NAO RETORNAM:" TO RELATORIO-LINHA(21:13).
           MOVE QTDE-NAO-RETORNA TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(35:5).
           MOVE "PENDENTES:" TO RELATORIO-LINHA(42:10).
           MOVE QTDE-PENDENTES TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(53:5).
           WRITE RELATORIO-LINHA.

       IMPRIME-ALUNO.
           IF ALU-ATIVO OF ALUNOS(I) AND
                   ALU-TURMA OF ALUNOS(I) EQUAL TURMAS-REL(T) THEN
               EVALUATE INTENCAO-ALUNO(I)
                   WHEN "C"
                       ADD 1 TO QTDE-CONFIRMADOS
                       ADD 1 TO TOTAL-CONFIRMADOS
                   WHEN "N"
                       ADD 1 TO QTDE-NAO-RETORNA
                       ADD 1 TO TOTAL-NAO-RETORNA
                   WHEN OTHER
                       ADD 1 TO QTDE-PENDENTES
                       ADD 1 TO TOTAL-PENDENTES
                       PERFORM IMPRIME-PENDENTE
               END-EVALUATE
           END-IF.

       IMPRIME-PENDENTE.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(I) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(I) DELIMITED BY "  "
                  INTO NOME-ALUNO
           END-STRING.
           PERFORM BUSCA-RESPONSAVEL.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE ALU-MATRICULA OF ALUNOS(I) TO RELATORIO-LINHA(1:6).
           MOVE NOME-ALUNO TO RELATORIO-LINHA(8:24).
           IF RTN-RESPONSAVEL-ACHADO EQUAL 0 THEN
               MOVE "(SEM RESPONSAVEL)" TO RELATORIO-LINHA(33:24)
           ELSE
               MOVE RSP-NOME OF RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                       TO RELATORIO-LINHA(33:24)
               MOVE RSP-TELEFONE OF
                       RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                       TO RELATORIO-LINHA(58:12)
           END-IF.
           WRITE RELATORIO-LINHA.

       BUSCA-RESPONSAVEL.
           MOVE 0 TO RTN-RESPONSAVEL-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-RESPONSAVEIS
                   OR RTN-RESPONSAVEL-ACHADO NOT EQUAL 0
               IF RSP-MATRICULA OF RESPONSAVEIS(K) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) THEN
                   MOVE K TO RTN-RESPONSAVEL-ACHADO
               END-IF
           END-PERFORM.

       IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-CONFIRMADOS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL CONFIRMADOS ..: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-NAO-RETORNA TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL NAO RETORNAM .: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-PENDENTES TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL PENDENTES ....: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "REMATRICULA " CMP-ANO-LETIVO OF CAMPANHA
                   " - ACOMPANHAMENTO".
           DISPLAY "CONFIRMADOS ...........: " TOTAL-CONFIRMADOS.
           DISPLAY "NAO RETORNAM ..........: " TOTAL-NAO-RETORNA.
           DISPLAY "PENDENTES .............: " TOTAL-PENDENTES.
           DISPLAY "RELATORIO GRAVADO EM REMPEND.RPT".
