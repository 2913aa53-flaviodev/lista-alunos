       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-PORTARIA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AUTORIZADOS ASSIGN TO "AUTORIZA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RETIRADAS ASSIGN TO "RETIRADA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RTR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUTORIZADOS.
       01  AUTORIZADO-REC.
           COPY ALUAUTBU.
       FD  ARQ-RETIRADAS.
       01  RETIRADA-REC.
           COPY ALURETIR.

       WORKING-STORAGE SECTION.
       01 RTR-FILE-STATUS PIC X(2) VALUE "00".
       01 I PIC 9(3) VALUE 1.
       01 P PIC 9(3) VALUE 1.
       01 SAIR PIC X VALUE " ".
       01 STATUS-PORTARIA PIC X(30) VALUE " ".
       01 FIM-AUTORIZADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-AUTORIZADOS VALUE "S".
       01 TOTAL-DO-ALUNO PIC 9(1) VALUE 0.
       01 LISTA-DO-ALUNO.
           05 AUTORIZADOS-DO-ALUNO OCCURS 8 TIMES.
               COPY ALUAUTBU REPLACING ==05== BY ==10==.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 TERMO-BUSCA PIC X(15) VALUE SPACES.
       01 TOTAL-ACHADOS PIC 9(3) VALUE 0.
       01 POSICOES-ACHADAS.
           05 POSICAO-ACHADA OCCURS 500 TIMES PIC 9(3).
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 TURMA-ALUNO PIC X(4) VALUE SPACES.
       01 LINHA-ESCOLHIDA PIC 9(1) VALUE 0.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 ALERTA-1 PIC X(60) VALUE SPACES.
       01 ALERTA-2 PIC X(60) VALUE SPACES.
       01  LINHA-WS.
           05  LINHAS OCCURS 8 TIMES.
               10  LINHA-NUMERO           PIC 9(1).
               10  FILLER                 PIC X(1).
               10  LINHA-NOME             PIC X(30).
               10  FILLER                 PIC X(1).
               10  LINHA-PARENTESCO       PIC X(10).
               10  FILLER                 PIC X(1).
               10  LINHA-DOCUMENTO        PIC X(15).
               10  FILLER                 PIC X(1).
               10  LINHA-SITUACAO         PIC X(16).
       01  ESCOLHA-WS.
           05  ESCOLHAS OCCURS 10 TIMES.
               10  ESCOLHA-MATRICULA      PIC 9(6).
               10  FILLER                 PIC X(1).
               10  ESCOLHA-NOME           PIC X(15).
               10  FILLER                 PIC X(1).
               10  ESCOLHA-SOBRENOME      PIC X(15).
               10  FILLER                 PIC X(1).
               10  ESCOLHA-TURMA          PIC X(4).
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  BUSCA-SCREEN.
           05  VALUE "PORTARIA - RETIRADA DE ALUNOS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Matricula (0 = buscar por nome):"  LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 45
                           PIC 9(6) TO MATRICULA-BUSCA AUTO.
           05  VALUE "Trecho do nome ou sobrenome:"      LINE 4 COL 10.
           05  TERMO-INPUT                               LINE 4 COL 45
                           PIC X(15) TO TERMO-BUSCA AUTO.
           05  VALUE "Sair (S/N):"                       LINE 5 COL 10.
           05  SAIR-INPUT                                LINE 5 COL 45
                           PIC X TO SAIR AUTO.
           05   STATUS-BUSCA-WS                          LINE 7 COL 10
                        PIC X(30) FROM STATUS-PORTARIA.

       01  ESCOLHA-SCREEN.
           05  VALUE "PORTARIA - VARIOS ALUNOS ENCONTRADOS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  ESCOLHA1-WS                               LINE 3 COL 10
                PIC X(43)        FROM ESCOLHAS(1).
           05  ESCOLHA2-WS                               LINE 4 COL 10
                PIC X(43)        FROM ESCOLHAS(2).
           05  ESCOLHA3-WS                               LINE 5 COL 10
                PIC X(43)        FROM ESCOLHAS(3).
           05  ESCOLHA4-WS                               LINE 6 COL 10
                PIC X(43)        FROM ESCOLHAS(4).
           05  ESCOLHA5-WS                               LINE 7 COL 10
                PIC X(43)        FROM ESCOLHAS(5).
           05  ESCOLHA6-WS                               LINE 8 COL 10
                PIC X(43)        FROM ESCOLHAS(6).
           05  ESCOLHA7-WS                               LINE 9 COL 10
                PIC X(43)        FROM ESCOLHAS(7).
           05  ESCOLHA8-WS                               LINE 10 COL 10
                PIC X(43)        FROM ESCOLHAS(8).
           05  ESCOLHA9-WS                               LINE 11 COL 10
                PIC X(43)        FROM ESCOLHAS(9).
           05  ESCOLHA10-WS                              LINE 12 COL 10
                PIC X(43)        FROM ESCOLHAS(10).
           05  VALUE "Matricula:"                        LINE 14 COL 10.
           05  ESCOLHA-INPUT                             LINE 14 COL 45
                           PIC 9(6) TO MATRICULA-BUSCA AUTO.

       01  RESULTADO-SCREEN.
           05  VALUE "PORTARIA - RETIRADA DE ALUNOS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Aluno:"                            LINE 3 COL 3.
           05  MATRICULA-RES-WS                          LINE 3 COL 10
                           PIC 9(6) FROM MATRICULA-BUSCA.
           05  NOME-RES-WS                               LINE 3 COL 17
                           PIC X(31) FROM NOME-ALUNO.
           05  VALUE "Turma:"                            LINE 3 COL 50.
           05  TURMA-RES-WS                              LINE 3 COL 57
                           PIC X(4) FROM TURMA-ALUNO.
           05  ALERTA1-WS                                LINE 5 COL 3
                           PIC X(60) FROM ALERTA-1 HIGHLIGHT.
           05  ALERTA2-WS                                LINE 6 COL 3
                           PIC X(60) FROM ALERTA-2 HIGHLIGHT.
           05  VALUE "N NOME"                            LINE 8 COL 3.
           05  VALUE "PARENTESCO DOCUMENTO       SITUACAO"
                                                         LINE 8 COL 36.
           05  PESSOA1-WS                                LINE 9 COL 3
                PIC X(76)        FROM LINHAS(1).
           05  PESSOA2-WS                                LINE 10 COL 3
                PIC X(76)        FROM LINHAS(2).
           05  PESSOA3-WS                                LINE 11 COL 3
                PIC X(76)        FROM LINHAS(3).
           05  PESSOA4-WS                                LINE 12 COL 3
                PIC X(76)        FROM LINHAS(4).
           05  PESSOA5-WS                                LINE 13 COL 3
                PIC X(76)        FROM LINHAS(5).
           05  PESSOA6-WS                                LINE 14 COL 3
                PIC X(76)        FROM LINHAS(6).
           05  PESSOA7-WS                                LINE 15 COL 3
                PIC X(76)        FROM LINHAS(7).
           05  PESSOA8-WS                                LINE 16 COL 3
                PIC X(76)        FROM LINHAS(8).
           05  VALUE "Confirmar retirada pela linha (0 = nenhuma):"
                                                         LINE 18 COL 3.
           05  LINHA-INPUT                               LINE 18 COL 50
                           PIC 9 TO LINHA-ESCOLHIDA AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           MOVE " " TO SAIR.
           MOVE " " TO STATUS-PORTARIA.
           PERFORM UNTIL SAIR EQUAL 'S' OR SAIR EQUAL 's'
               MOVE 0 TO MATRICULA-BUSCA
               MOVE SPACES TO TERMO-BUSCA
               DISPLAY BUSCA-SCREEN
               ACCEPT BUSCA-SCREEN
               IF SAIR NOT EQUAL 'S' AND SAIR NOT EQUAL 's' THEN
                   MOVE " " TO STATUS-PORTARIA
                   PERFORM IDENTIFICA-ALUNO
                   IF RTN-MATRICULA-ACHADA NOT EQUAL 0 THEN
                       PERFORM CONSULTA-AUTORIZADOS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE " " TO SAIR.
       EXIT PROGRAM.

      * By matricula, or by part of the name; when several students
      * match, the gate picks the right one from the list shown.
       IDENTIFICA-ALUNO.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           IF MATRICULA-BUSCA EQUAL 0 THEN
               IF TERMO-BUSCA EQUAL SPACES THEN
                   MOVE "INFORME MATRICULA OU NOME" TO STATUS-PORTARIA
               ELSE
                   CALL "ALUNO-BUSCA-PARCIAL" USING TERMO-BUSCA,
                           TOTAL-ALUNOS, LISTA, TOTAL-ACHADOS,
                           POSICOES-ACHADAS
                   IF TOTAL-ACHADOS EQUAL 0 THEN
                       MOVE "NENHUM ALUNO ENCONTRADO" TO STATUS-PORTARIA
                   ELSE
                   IF TOTAL-ACHADOS EQUAL 1 THEN
                       MOVE POSICAO-ACHADA(1) TO RTN-MATRICULA-ACHADA
                       MOVE ALU-MATRICULA OF
                               ALUNOS(RTN-MATRICULA-ACHADA)
                               TO MATRICULA-BUSCA
                   ELSE
                       PERFORM ESCOLHE-ALUNO
                   END-IF
                   END-IF
               END-IF
           ELSE
               PERFORM BUSCA-ALUNO
           END-IF.

       ESCOLHE-ALUNO.
           MOVE SPACES TO ESCOLHA-WS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ACHADOS OR I > 10
               MOVE POSICAO-ACHADA(I) TO P
               MOVE ALU-MATRICULA OF ALUNOS(P) TO ESCOLHA-MATRICULA(I)
               MOVE ALU-NOME OF ALUNOS(P) TO ESCOLHA-NOME(I)
               MOVE ALU-SOBRENOME OF ALUNOS(P) TO ESCOLHA-SOBRENOME(I)
               MOVE ALU-TURMA OF ALUNOS(P) TO ESCOLHA-TURMA(I)
           END-PERFORM.
           MOVE 0 TO MATRICULA-BUSCA.
           DISPLAY ESCOLHA-SCREEN.
           ACCEPT ESCOLHA-SCREEN.
           PERFORM BUSCA-ALUNO.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS
                   OR RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.
           IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
               MOVE "MATRICULA INEXISTENTE" TO STATUS-PORTARIA
           END-IF.

      * The list is read again on every inquiry so a change made by
      * the office a minute ago is already at the gate.
       CONSULTA-AUTORIZADOS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SPACE
                  INTO NOME-ALUNO
           END-STRING.
           MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                   TO TURMA-ALUNO.
           PERFORM CARREGA-AUTORIZADOS.
           PERFORM MONTA-LINHAS.
           MOVE 0 TO LINHA-ESCOLHIDA.
           DISPLAY RESULTADO-SCREEN.
           ACCEPT RESULTADO-SCREEN.
           IF LINHA-ESCOLHIDA NOT EQUAL 0 THEN
               PERFORM CONFIRMA-RETIRADA
           END-IF.

       CARREGA-AUTORIZADOS.
           MOVE "N" TO FIM-AUTORIZADOS.
           MOVE 0 TO TOTAL-DO-ALUNO.
           OPEN INPUT ARQ-AUTORIZADOS.
           PERFORM LE-AUTORIZADO UNTIL FIM-DO-ARQ-AUTORIZADOS.
           CLOSE ARQ-AUTORIZADOS.

       LE-AUTORIZADO.
           READ ARQ-AUTORIZADOS
               AT END
                   MOVE "S" TO FIM-AUTORIZADOS
               NOT AT END
                   IF ATB-MATRICULA OF AUTORIZADO-REC EQUAL
                           MATRICULA-BUSCA AND TOTAL-DO-ALUNO < 8 THEN
                       ADD 1 TO TOTAL-DO-ALUNO
                       MOVE AUTORIZADO-REC
                               TO AUTORIZADOS-DO-ALUNO(TOTAL-DO-ALUNO)
                   END-IF
           END-READ.

      * A barred person is flagged on the line and repeated on the
      * highlighted alert at the top, with the court order.
       MONTA-LINHAS.
           MOVE SPACES TO LINHA-WS.
           MOVE SPACES TO ALERTA-1.
           MOVE SPACES TO ALERTA-2.
           IF TOTAL-DO-ALUNO EQUAL 0 THEN
               MOVE "NENHUMA PESSOA CADASTRADA - CONSULTE A SECRETARIA"
                       TO ALERTA-1
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-DO-ALUNO
               MOVE I TO LINHA-NUMERO(I)
               MOVE ATB-NOME OF AUTORIZADOS-DO-ALUNO(I)
                       TO LINHA-NOME(I)
               MOVE ATB-PARENTESCO OF AUTORIZADOS-DO-ALUNO(I)
                       TO LINHA-PARENTESCO(I)
               MOVE ATB-DOCUMENTO OF AUTORIZADOS-DO-ALUNO(I)
                       TO LINHA-DOCUMENTO(I)
               IF ATB-PROIBICAO OF AUTORIZADOS-DO-ALUNO(I) THEN
                   MOVE "*** PROIBIDO ***" TO LINHA-SITUACAO(I)
                   IF ALERTA-1 EQUAL SPACES THEN
                       STRING "ATENCAO: NAO ENTREGAR A "
                                      DELIMITED BY SIZE
                              ATB-NOME OF AUTORIZADOS-DO-ALUNO(I)
                                      DELIMITED BY SIZE
                              INTO ALERTA-1
                       END-STRING
                       STRING "ORDEM JUDICIAL: " DELIMITED BY SIZE
                              ATB-OBSERVACAO OF AUTORIZADOS-DO-ALUNO(I)
                                      DELIMITED BY SIZE
                              INTO ALERTA-2
                       END-STRING
                   ELSE
                       MOVE "ATENCAO: HA MAIS DE UMA PESSOA PROIBIDA"
                               TO ALERTA-1
                       MOVE "VERIFIQUE A SITUACAO DE CADA LINHA"
                               TO ALERTA-2
                   END-IF
               ELSE
               IF ATB-VALIDO-DE OF AUTORIZADOS-DO-ALUNO(I) > DATA-HOJE
                       OR (ATB-VALIDO-ATE OF AUTORIZADOS-DO-ALUNO(I)
                           NOT EQUAL 0 AND
                           ATB-VALIDO-ATE OF AUTORIZADOS-DO-ALUNO(I) <
                               DATA-HOJE) THEN
                   MOVE "FORA DA VALIDADE" TO LINHA-SITUACAO(I)
               ELSE
                   MOVE "AUTORIZADO" TO LINHA-SITUACAO(I)
               END-IF
               END-IF
           END-PERFORM.

      * Only a person currently authorized may take the child; the
      * pick-up is logged with the operator on duty.
       CONFIRMA-RETIRADA.
           IF LINHA-ESCOLHIDA > TOTAL-DO-ALUNO THEN
               MOVE "LINHA INVALIDA" TO STATUS-PORTARIA
           ELSE
           IF LINHA-SITUACAO(LINHA-ESCOLHIDA) NOT EQUAL "AUTORIZADO"
                   THEN
               MOVE "RETIRADA NAO PERMITIDA" TO STATUS-PORTARIA
           ELSE
               OPEN EXTEND ARQ-RETIRADAS
               IF RTR-FILE-STATUS EQUAL "35" THEN
                   OPEN OUTPUT ARQ-RETIRADAS
               END-IF
               MOVE DATA-HOJE TO RTR-DATA
               ACCEPT RTR-HORA FROM TIME
               MOVE MATRICULA-BUSCA TO RTR-MATRICULA
               MOVE ATB-NOME OF AUTORIZADOS-DO-ALUNO(LINHA-ESCOLHIDA)
                       TO RTR-NOME
               MOVE ATB-DOCUMENTO OF
                       AUTORIZADOS-DO-ALUNO(LINHA-ESCOLHIDA)
                       TO RTR-DOCUMENTO
               MOVE ATB-PARENTESCO OF
                       AUTORIZADOS-DO-ALUNO(LINHA-ESCOLHIDA)
                       TO RTR-PARENTESCO
               MOVE OPERADOR-ID TO RTR-OPERADOR
               WRITE RETIRADA-REC
               CLOSE ARQ-RETIRADAS
               MOVE "RETIRADA REGISTRADA" TO STATUS-PORTARIA
           END-IF
           END-IF.
