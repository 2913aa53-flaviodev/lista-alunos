       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-REMATRICULA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO "REMACAMP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-REMATRICULA ASSIGN TO "REMATRIC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CAMPANHA.
       01  CAMPANHA-REC.
           COPY ALUREMCP.
       FD  ARQ-REMATRICULA.
       01  REMATRICULA-REC.
           COPY ALUREMAT.

       WORKING-STORAGE SECTION.
       01 RMT-FILE-STATUS PIC X(2) VALUE "00".
       01 I PIC 9(3) VALUE 1.
       01 CAMPANHA.
           COPY ALUREMCP.
       01 REMATRICULA.
           COPY ALUREMAT.
       01 FIM-CAMPANHA PIC X VALUE "N".
           88 FIM-DO-ARQ-CAMPANHA VALUE "S".
       01 FIM-REMATRICULA PIC X VALUE "N".
           88 FIM-DO-ARQ-REMATRICULA VALUE "S".
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 INTENCAO-ATUAL PIC X(1) VALUE " ".
       01 DESCRICAO-ATUAL PIC X(15) VALUE SPACES.
       01 DESCRICAO-NOVA PIC X(15) VALUE SPACES.
       01 DESCRICAO-TRABALHO PIC X(15) VALUE SPACES.
       01 INTENCAO-TRABALHO PIC X(1) VALUE " ".
       01 NOME-ALUNO-ECO PIC X(31) VALUE SPACES.
       01 TURMA-ECO PIC X(4) VALUE SPACES.
       01 STATUS-REMATRICULA PIC X(30) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 CONFIRMA PIC X VALUE " ".
       01 LIBERA-DEBITO PIC X VALUE " ".
       01 OPERACAO-QUITACAO PIC X(10) VALUE SPACES.
       01 QUITACAO.
           COPY ALUQUIT.
       01 STATUS-QUITACAO PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       01 NIVEL-OPERADOR PIC 9(1).
       SCREEN SECTION.
       01  REMATRICULA-SCREEN.
           05  VALUE "REMATRICULA - ANO LETIVO" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  ANO-CAMPANHA-WS                           LINE 1 COL 35
                        PIC 9(4) FROM CMP-ANO-LETIVO OF CAMPANHA.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 40
                   PIC 9(6) TO RMT-MATRICULA OF REMATRICULA AUTO.
           05  VALUE "Intencao (C=confirma, N=nao"       LINE 4 COL 10.
           05  VALUE "retorna, P=pendente):"             LINE 5 COL 10.
           05  INTENCAO-INPUT                            LINE 5 COL 40
                   PIC X TO RMT-INTENCAO OF REMATRICULA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 6 COL 10.
           05  CANCELA-INPUT                             LINE 6 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-REMATRICULA-WS                    LINE 7 COL 10
                        PIC X(30) FROM STATUS-REMATRICULA.

       01  CONFIRMA-SCREEN.
           05  VALUE "REMATRICULA - ANO LETIVO" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  ANO-CONFIRMA-WS                           LINE 1 COL 35
                        PIC 9(4) FROM CMP-ANO-LETIVO OF CAMPANHA.
           05  VALUE "Aluno:"                            LINE 3 COL 10.
           05  NOME-ECO-WS                               LINE 3 COL 30
                        PIC X(31) FROM NOME-ALUNO-ECO.
           05  VALUE "Turma atual:"                      LINE 4 COL 10.
           05  TURMA-ECO-WS                              LINE 4 COL 30
                        PIC X(4) FROM TURMA-ECO.
           05  VALUE "Situacao registrada:"              LINE 5 COL 10.
           05  ATUAL-ECO-WS                              LINE 5 COL 30
                        PIC X(15) FROM DESCRICAO-ATUAL.
           05  VALUE "Nova situacao:"                    LINE 6 COL 10.
           05  NOVA-ECO-WS                               LINE 6 COL 30
                        PIC X(15) FROM DESCRICAO-NOVA.
           05  VALUE "Confirma o registro? (S/N):"       LINE 8 COL 10.
           05  CONFIRMA-INPUT                            LINE 8 COL 45
                           PIC X TO CONFIRMA AUTO.

       01  DEBITO-SCREEN.
           05  VALUE "DEBITO EM ABERTO" BLANK SCREEN   LINE 1 COL 10.
           05  NOME-DEBITO-WS                          LINE 3 COL 10
                           PIC X(31) FROM NOME-ALUNO-ECO.
           05  VALUE "Mensalidades vencidas em aberto:" LINE 4 COL 10.
           05  DEBITO-WS                               LINE 4 COL 45
                           PIC ZZZZZ9.99 FROM QUI-VALOR-VENCIDO.
           05  VALUE "Liberar a rematricula com debito"
                                                       LINE 6 COL 10.
           05  VALUE "(autorizacao do supervisor)? (S/N):"
                                                       LINE 7 COL 10.
           05  LIBERA-INPUT                            LINE 7 COL 47
                           PIC X TO LIBERA-DEBITO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID,
                    NIVEL-OPERADOR.
           PERFORM BUSCA-CAMPANHA.
           IF CMP-ANO-LETIVO OF CAMPANHA EQUAL 0 THEN
               DISPLAY "NENHUMA CAMPANHA DE REMATRICULA ABERTA"
           ELSE
               PERFORM UNTIL STATUS-REMATRICULA EQUAL 'OK'
                       OR CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
                  PERFORM REGISTRA-REMATRICULA
               END-PERFORM
           END-IF.
           MOVE " " TO STATUS-REMATRICULA.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO REMATRICULA.
       EXIT PROGRAM.

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

       REGISTRA-REMATRICULA.
           DISPLAY REMATRICULA-SCREEN.
           ACCEPT REMATRICULA-SCREEN.
           MOVE SPACES TO STATUS-REMATRICULA.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               INSPECT RMT-INTENCAO OF REMATRICULA
                       CONVERTING "cnp" TO "CNP"
               MOVE "N" TO LIBERA-DEBITO
               PERFORM VERIFICA-MATRICULA
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-REMATRICULA
               ELSE
               IF ALU-INATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
                   MOVE "ALUNO DESLIGADO" TO STATUS-REMATRICULA
               ELSE
               IF NOT RMT-CONFIRMA OF REMATRICULA AND
                       NOT RMT-NAO-RETORNA OF REMATRICULA AND
                       NOT RMT-PENDENTE OF REMATRICULA THEN
                   MOVE "INTENCAO INVALIDA" TO STATUS-REMATRICULA
               ELSE
                   PERFORM MONTA-NOME-ALUNO
                   IF RMT-CONFIRMA OF REMATRICULA THEN
                       PERFORM VERIFICA-DEBITO
                   END-IF
                   IF STATUS-REMATRICULA EQUAL SPACES THEN
                       PERFORM CONFIRMA-ALUNO
                       IF CONFIRMA EQUAL 'S' OR CONFIRMA EQUAL 's' THEN
                           PERFORM GRAVA-REMATRICULA
                           MOVE "OK" TO STATUS-REMATRICULA
                           DISPLAY "REMATRICULA REGISTRADA - MATRICULA "
                                   RMT-MATRICULA OF REMATRICULA
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       VERIFICA-MATRICULA.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS OR
                           RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL
                       RMT-MATRICULA OF REMATRICULA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

       MONTA-NOME-ALUNO.
           MOVE SPACES TO NOME-ALUNO-ECO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  INTO NOME-ALUNO-ECO
           END-STRING.
           MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA) TO TURMA-ECO.

      * Overdue tuition blocks the confirmation; only a supervisor
      * may let it through, and the release is kept on the record.
       VERIFICA-DEBITO.
           MOVE "APURA" TO OPERACAO-QUITACAO.
           CALL "ALUNO-QUITACAO" USING OPERACAO-QUITACAO,
                   ALUNOS(RTN-MATRICULA-ACHADA), QUITACAO, OPERADOR-ID,
                   STATUS-QUITACAO.
           IF QUI-VALOR-VENCIDO NOT EQUAL 0 THEN
               IF NIVEL-OPERADOR EQUAL 2 THEN
                   MOVE " " TO LIBERA-DEBITO
                   DISPLAY DEBITO-SCREEN
                   ACCEPT DEBITO-SCREEN
                   IF LIBERA-DEBITO EQUAL 'S' OR
                           LIBERA-DEBITO EQUAL 's' THEN
                       MOVE "S" TO LIBERA-DEBITO
                   ELSE
                       MOVE "DEBITO EM ABERTO" TO STATUS-REMATRICULA
                   END-IF
               ELSE
                   MOVE "DEBITO EM ABERTO - SUPERVISOR"
                           TO STATUS-REMATRICULA
               END-IF
           END-IF.

       CONFIRMA-ALUNO.
           PERFORM BUSCA-INTENCAO-ATUAL.
           MOVE INTENCAO-ATUAL TO INTENCAO-TRABALHO.
           PERFORM DESCREVE-INTENCAO.
           MOVE DESCRICAO-TRABALHO TO DESCRICAO-ATUAL.
           MOVE RMT-INTENCAO OF REMATRICULA TO INTENCAO-TRABALHO.
           PERFORM DESCREVE-INTENCAO.
           MOVE DESCRICAO-TRABALHO TO DESCRICAO-NOVA.
           MOVE " " TO CONFIRMA.
           DISPLAY CONFIRMA-SCREEN.
           ACCEPT CONFIRMA-SCREEN.

       BUSCA-INTENCAO-ATUAL.
           MOVE " " TO INTENCAO-ATUAL.
           MOVE "N" TO FIM-REMATRICULA.
           OPEN INPUT ARQ-REMATRICULA.
           PERFORM LE-REMATRICULA UNTIL FIM-DO-ARQ-REMATRICULA.
           CLOSE ARQ-REMATRICULA.

       LE-REMATRICULA.
           READ ARQ-REMATRICULA
               AT END
                   MOVE "S" TO FIM-REMATRICULA
               NOT AT END
                   IF RMT-MATRICULA OF REMATRICULA-REC EQUAL
                           RMT-MATRICULA OF REMATRICULA AND
                           RMT-ANO-LETIVO OF REMATRICULA-REC EQUAL
                           CMP-ANO-LETIVO OF CAMPANHA THEN
                       MOVE RMT-INTENCAO OF REMATRICULA-REC
                               TO INTENCAO-ATUAL
                   END-IF
           END-READ.

       DESCREVE-INTENCAO.
           EVALUATE INTENCAO-TRABALHO
               WHEN "C"
                   MOVE "CONFIRMADA" TO DESCRICAO-TRABALHO
               WHEN "N"
                   MOVE "NAO RETORNA" TO DESCRICAO-TRABALHO
               WHEN "P"
                   MOVE "PENDENTE" TO DESCRICAO-TRABALHO
               WHEN OTHER
                   MOVE "SEM REGISTRO" TO DESCRICAO-TRABALHO
           END-EVALUATE.

       GRAVA-REMATRICULA.
           OPEN EXTEND ARQ-REMATRICULA.
           IF RMT-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-REMATRICULA
           END-IF.
           MOVE CMP-ANO-LETIVO OF CAMPANHA
                   TO RMT-ANO-LETIVO OF REMATRICULA.
           MOVE LIBERA-DEBITO TO RMT-DEBITO-LIBERADO OF REMATRICULA.
           MOVE REMATRICULA TO REMATRICULA-REC.
           ACCEPT RMT-DATA OF REMATRICULA-REC FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO RMT-OPERADOR OF REMATRICULA-REC.
           WRITE REMATRICULA-REC.
           CLOSE ARQ-REMATRICULA.
