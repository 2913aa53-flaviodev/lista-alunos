       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-AUTORIZADO-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AUTORIZADOS ASSIGN TO "AUTORIZA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AUTORIZADOS.
       01  AUTORIZADO-REC.
           COPY ALUAUTBU.

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 CANCELADO PIC X VALUE " ".
       01 ACAO PIC X VALUE " ".
       01 LINHA-ESCOLHIDA PIC 9(1) VALUE 0.
       01 STATUS-AUTORIZADO PIC X(25) VALUE " ".
       01 FIM-AUTORIZADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-AUTORIZADOS VALUE "S".
       01 TOTAL-AUTORIZADOS PIC 9(4) VALUE 0.
       01 LISTA-AUTORIZADOS.
           05 AUTORIZADOS OCCURS 3000 TIMES.
               COPY ALUAUTBU REPLACING ==05== BY ==10==.
       01 AUTORIZADO-EDICAO.
           COPY ALUAUTBU.
       01 AUTORIZADO-ANTERIOR.
           COPY ALUAUTBU.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DIA-SEMANA-DATA PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 STATUS-DATA-ATE PIC X(20) VALUE " ".
       01 TOTAL-DO-ALUNO PIC 9(1) VALUE 0.
       01 POSICOES-DO-ALUNO.
           05 POSICAO-DO-ALUNO OCCURS 8 TIMES PIC 9(4).
       01  LINHA-WS.
           05  LINHAS OCCURS 8 TIMES.
               10  LINHA-NUMERO           PIC 9(1).
               10  FILLER                 PIC X(1).
               10  LINHA-NOME             PIC X(30).
               10  FILLER                 PIC X(1).
               10  LINHA-PARENTESCO       PIC X(10).
               10  FILLER                 PIC X(1).
               10  LINHA-VALIDO-ATE       PIC 9(8).
               10  FILLER                 PIC X(1).
               10  LINHA-SITUACAO         PIC X(10).
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-AUTORIZADO.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MATRICULA-SCREEN.
           05  VALUE "AUTORIZADOS A BUSCAR" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 40
                           PIC 9(6) TO MATRICULA-BUSCA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 4 COL 10.
           05  CANCELA-INPUT                             LINE 4 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-MAT-WS                            LINE 6 COL 10
                        PIC X(25) FROM STATUS-AUTORIZADO.

       01  LISTA-SCREEN.
           05  VALUE "AUTORIZADOS A BUSCAR" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Aluno:"                            LINE 3 COL 3.
           05  MATRICULA-LISTA-WS                        LINE 3 COL 10
                           PIC 9(6) FROM MATRICULA-BUSCA.
           05  NOME-LISTA-WS                             LINE 3 COL 17
                           PIC X(31) FROM NOME-ALUNO.
           05  VALUE "N NOME"                            LINE 5 COL 3.
           05  VALUE "PARENTESCO ATE      SITUACAO"      LINE 5 COL 36.
           05  AUTORIZADO1-WS                            LINE 6 COL 3
                PIC X(63)        FROM LINHAS(1).
           05  AUTORIZADO2-WS                            LINE 7 COL 3
                PIC X(63)        FROM LINHAS(2).
           05  AUTORIZADO3-WS                            LINE 8 COL 3
                PIC X(63)        FROM LINHAS(3).
           05  AUTORIZADO4-WS                            LINE 9 COL 3
                PIC X(63)        FROM LINHAS(4).
           05  AUTORIZADO5-WS                            LINE 10 COL 3
                PIC X(63)        FROM LINHAS(5).
           05  AUTORIZADO6-WS                            LINE 11 COL 3
                PIC X(63)        FROM LINHAS(6).
           05  AUTORIZADO7-WS                            LINE 12 COL 3
                PIC X(63)        FROM LINHAS(7).
           05  AUTORIZADO8-WS                            LINE 13 COL 3
                PIC X(63)        FROM LINHAS(8).
           05  VALUE "Acao (I=incluir A=alterar E=excluir X=sair):"
                                                         LINE 15 COL 3.
           05  ACAO-INPUT                                LINE 15 COL 50
                           PIC X TO ACAO AUTO.
           05  VALUE "Linha:"                            LINE 16 COL 3.
           05  LINHA-INPUT                               LINE 16 COL 50
                           PIC 9 TO LINHA-ESCOLHIDA AUTO.
           05   STATUS-LISTA-WS                          LINE 18 COL 3
                        PIC X(25) FROM STATUS-AUTORIZADO.

       01  DETALHE-SCREEN.
           05  VALUE "AUTORIZADOS A BUSCAR" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Nome:"                             LINE 3 COL 10.
           05  NOME-INPUT                                LINE 3 COL 40
                   PIC X(30) USING ATB-NOME OF AUTORIZADO-EDICAO AUTO.
           05  VALUE "Documento:"                        LINE 4 COL 10.
           05  DOCUMENTO-INPUT                           LINE 4 COL 40
                   PIC X(15) USING ATB-DOCUMENTO OF AUTORIZADO-EDICAO
                   AUTO.
           05  VALUE "Parentesco:"                       LINE 5 COL 10.
           05  PARENTESCO-INPUT                          LINE 5 COL 40
                   PIC X(10) USING ATB-PARENTESCO OF AUTORIZADO-EDICAO
                   AUTO.
           05  VALUE "Valido de (AAAAMMDD):"             LINE 6 COL 10.
           05  VALIDO-DE-INPUT                           LINE 6 COL 40
                   PIC 9(8) USING ATB-VALIDO-DE OF AUTORIZADO-EDICAO
                   AUTO.
           05  VALUE "Valido ate (0 = sem limite):"      LINE 7 COL 10.
           05  VALIDO-ATE-INPUT                          LINE 7 COL 40
                   PIC 9(8) USING ATB-VALIDO-ATE OF AUTORIZADO-EDICAO
                   AUTO.
           05  VALUE "Proibido por ordem judicial (S/N):"
                                                         LINE 8 COL 10.
           05  PROIBIDO-INPUT                            LINE 8 COL 46
                   PIC X USING ATB-PROIBIDO OF AUTORIZADO-EDICAO AUTO.
           05  VALUE "Observacao:"                       LINE 9 COL 10.
           05  OBSERVACAO-INPUT                          LINE 9 COL 40
                   PIC X(30) USING ATB-OBSERVACAO OF AUTORIZADO-EDICAO
                   AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "AUTORIZADOS EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO STATUS-AUTORIZADO.
       EXIT PROGRAM.

      * The whole session holds the reserved per-file lock, so the
      * list is loaded once and rewritten at the end without another
      * desk in between.
       EXECUTA-MANUTENCAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-AUTORIZADOS.
           MOVE " " TO CANCELADO.
           MOVE " " TO STATUS-AUTORIZADO.
           PERFORM UNTIL CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
               MOVE 0 TO MATRICULA-BUSCA
               DISPLAY MATRICULA-SCREEN
               ACCEPT MATRICULA-SCREEN
               IF CANCELADO NOT EQUAL 'S' AND CANCELADO NOT EQUAL 's'
                       THEN
                   PERFORM BUSCA-ALUNO
                   IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                       MOVE "MATRICULA INEXISTENTE" TO STATUS-AUTORIZADO
                   ELSE
                       PERFORM MANTEM-LISTA-ALUNO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM GRAVA-AUTORIZADOS.

       CARREGA-AUTORIZADOS.
           MOVE "N" TO FIM-AUTORIZADOS.
           MOVE 0 TO TOTAL-AUTORIZADOS.
           OPEN INPUT ARQ-AUTORIZADOS.
           PERFORM LE-AUTORIZADO UNTIL FIM-DO-ARQ-AUTORIZADOS.
           CLOSE ARQ-AUTORIZADOS.

       LE-AUTORIZADO.
           READ ARQ-AUTORIZADOS
               AT END
                   MOVE "S" TO FIM-AUTORIZADOS
               NOT AT END
                   IF TOTAL-AUTORIZADOS < 3000 THEN
                       ADD 1 TO TOTAL-AUTORIZADOS
                       MOVE AUTORIZADO-REC
                               TO AUTORIZADOS(TOTAL-AUTORIZADOS)
                   END-IF
           END-READ.

       GRAVA-AUTORIZADOS.
           OPEN OUTPUT ARQ-AUTORIZADOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-AUTORIZADOS
               MOVE AUTORIZADOS(I) TO AUTORIZADO-REC
               WRITE AUTORIZADO-REC
           END-PERFORM.
           CLOSE ARQ-AUTORIZADOS.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS
                   OR RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

       MANTEM-LISTA-ALUNO.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SPACE
                  INTO NOME-ALUNO
           END-STRING.
           MOVE " " TO STATUS-AUTORIZADO.
           MOVE " " TO ACAO.
           PERFORM UNTIL ACAO EQUAL 'X' OR ACAO EQUAL 'x'
               PERFORM MONTA-LISTA
               MOVE " " TO ACAO
               MOVE 0 TO LINHA-ESCOLHIDA
               DISPLAY LISTA-SCREEN
               ACCEPT LISTA-SCREEN
               EVALUATE ACAO
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM INCLUI-AUTORIZADO
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ALTERA-AUTORIZADO
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM EXCLUI-AUTORIZADO
                   WHEN 'X'
                   WHEN 'x'
                       MOVE " " TO STATUS-AUTORIZADO
                   WHEN OTHER
                       MOVE "ACAO INVALIDA" TO STATUS-AUTORIZADO
               END-EVALUATE
           END-PERFORM.

      * POSICAO-DO-ALUNO keeps where each line of the screen sits in
      * the whole table.
       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           MOVE 0 TO TOTAL-DO-ALUNO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-AUTORIZADOS OR TOTAL-DO-ALUNO >= 8
               IF ATB-MATRICULA OF AUTORIZADOS(I) EQUAL MATRICULA-BUSCA
                       THEN
                   ADD 1 TO TOTAL-DO-ALUNO
                   MOVE I TO POSICAO-DO-ALUNO(TOTAL-DO-ALUNO)
                   MOVE TOTAL-DO-ALUNO TO LINHA-NUMERO(TOTAL-DO-ALUNO)
                   MOVE ATB-NOME OF AUTORIZADOS(I)
                           TO LINHA-NOME(TOTAL-DO-ALUNO)
                   MOVE ATB-PARENTESCO OF AUTORIZADOS(I)
                           TO LINHA-PARENTESCO(TOTAL-DO-ALUNO)
                   MOVE ATB-VALIDO-ATE OF AUTORIZADOS(I)
                           TO LINHA-VALIDO-ATE(TOTAL-DO-ALUNO)
                   IF ATB-PROIBICAO OF AUTORIZADOS(I) THEN
                       MOVE "PROIBIDO" TO LINHA-SITUACAO(TOTAL-DO-ALUNO)
                   ELSE
                   IF ATB-VALIDO-DE OF AUTORIZADOS(I) > DATA-HOJE OR
                           (ATB-VALIDO-ATE OF AUTORIZADOS(I) NOT EQUAL 0
                           AND ATB-VALIDO-ATE OF AUTORIZADOS(I) <
                                   DATA-HOJE) THEN
                       MOVE "FORA PRAZO"
                               TO LINHA-SITUACAO(TOTAL-DO-ALUNO)
                   ELSE
                       MOVE "AUTORIZADO"
                               TO LINHA-SITUACAO(TOTAL-DO-ALUNO)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       INCLUI-AUTORIZADO.
           IF TOTAL-DO-ALUNO >= 8 THEN
               MOVE "LIMITE DE 8 PESSOAS" TO STATUS-AUTORIZADO
           ELSE
           IF TOTAL-AUTORIZADOS >= 3000 THEN
               MOVE "CADASTRO CHEIO" TO STATUS-AUTORIZADO
           ELSE
               MOVE SPACES TO AUTORIZADO-EDICAO
               MOVE MATRICULA-BUSCA TO ATB-MATRICULA OF
                       AUTORIZADO-EDICAO
               MOVE DATA-HOJE TO ATB-VALIDO-DE OF AUTORIZADO-EDICAO
               MOVE 0 TO ATB-VALIDO-ATE OF AUTORIZADO-EDICAO
               MOVE "N" TO ATB-PROIBIDO OF AUTORIZADO-EDICAO
               DISPLAY DETALHE-SCREEN
               ACCEPT DETALHE-SCREEN
               PERFORM VALIDA-AUTORIZADO
               IF STATUS-AUTORIZADO EQUAL SPACES THEN
                   ADD 1 TO TOTAL-AUTORIZADOS
                   MOVE AUTORIZADO-EDICAO
                           TO AUTORIZADOS(TOTAL-AUTORIZADOS)
                   CALL "ALUNO-AUTORIZADO-AUDITORIA" USING "INCLUSAO",
                           AUTORIZADO-EDICAO, OPERADOR-ID
                   MOVE "INCLUIDO" TO STATUS-AUTORIZADO
               END-IF
           END-IF
           END-IF.

       ALTERA-AUTORIZADO.
           IF LINHA-ESCOLHIDA < 1 OR LINHA-ESCOLHIDA > TOTAL-DO-ALUNO
                   THEN
               MOVE "LINHA INVALIDA" TO STATUS-AUTORIZADO
           ELSE
               MOVE POSICAO-DO-ALUNO(LINHA-ESCOLHIDA) TO J
               MOVE AUTORIZADOS(J) TO AUTORIZADO-ANTERIOR
               MOVE AUTORIZADOS(J) TO AUTORIZADO-EDICAO
               DISPLAY DETALHE-SCREEN
               ACCEPT DETALHE-SCREEN
               PERFORM VALIDA-AUTORIZADO
               IF STATUS-AUTORIZADO EQUAL SPACES THEN
                   IF AUTORIZADO-EDICAO EQUAL AUTORIZADO-ANTERIOR THEN
                       MOVE "SEM ALTERACAO" TO STATUS-AUTORIZADO
                   ELSE
                       MOVE AUTORIZADO-EDICAO TO AUTORIZADOS(J)
                       CALL "ALUNO-AUTORIZADO-AUDITORIA" USING
                               "ALTERA-DE", AUTORIZADO-ANTERIOR,
                               OPERADOR-ID
                       CALL "ALUNO-AUTORIZADO-AUDITORIA" USING
                               "ALTERA-PA", AUTORIZADO-EDICAO,
                               OPERADOR-ID
                       MOVE "ATUALIZADO" TO STATUS-AUTORIZADO
                   END-IF
               END-IF
           END-IF.

       EXCLUI-AUTORIZADO.
           IF LINHA-ESCOLHIDA < 1 OR LINHA-ESCOLHIDA > TOTAL-DO-ALUNO
                   THEN
               MOVE "LINHA INVALIDA" TO STATUS-AUTORIZADO
           ELSE
               MOVE POSICAO-DO-ALUNO(LINHA-ESCOLHIDA) TO J
               MOVE AUTORIZADOS(J) TO AUTORIZADO-ANTERIOR
               PERFORM VARYING I FROM J BY 1
                       UNTIL I >= TOTAL-AUTORIZADOS
                   MOVE AUTORIZADOS(I + 1) TO AUTORIZADOS(I)
               END-PERFORM
               SUBTRACT 1 FROM TOTAL-AUTORIZADOS
               CALL "ALUNO-AUTORIZADO-AUDITORIA" USING "EXCLUSAO",
                       AUTORIZADO-ANTERIOR, OPERADOR-ID
               MOVE "EXCLUIDO" TO STATUS-AUTORIZADO
           END-IF.

      * Leaves STATUS-AUTORIZADO blank when the entry may be saved.
      * A barred person needs the court order noted.
       VALIDA-AUTORIZADO.
           MOVE SPACES TO STATUS-AUTORIZADO.
           MOVE "DIA-SEMANA" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                   ATB-VALIDO-DE OF AUTORIZADO-EDICAO, DIA-SEMANA-DATA,
                   STATUS-DATA.
           MOVE "OK" TO STATUS-DATA-ATE.
           IF ATB-VALIDO-ATE OF AUTORIZADO-EDICAO NOT EQUAL 0 THEN
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       ATB-VALIDO-ATE OF AUTORIZADO-EDICAO,
                       DIA-SEMANA-DATA, STATUS-DATA-ATE
           END-IF.
           IF ATB-NOME OF AUTORIZADO-EDICAO EQUAL SPACES THEN
               MOVE "NOME EM BRANCO" TO STATUS-AUTORIZADO
           ELSE
           IF ATB-DOCUMENTO OF AUTORIZADO-EDICAO EQUAL SPACES THEN
               MOVE "DOCUMENTO EM BRANCO" TO STATUS-AUTORIZADO
           ELSE
           IF STATUS-DATA NOT EQUAL "OK" OR
                   STATUS-DATA-ATE NOT EQUAL "OK" THEN
               MOVE "DATA INVALIDA" TO STATUS-AUTORIZADO
           ELSE
           IF ATB-VALIDO-ATE OF AUTORIZADO-EDICAO NOT EQUAL 0 AND
                   ATB-VALIDO-ATE OF AUTORIZADO-EDICAO <
                           ATB-VALIDO-DE OF AUTORIZADO-EDICAO THEN
               MOVE "VALIDADE INVALIDA" TO STATUS-AUTORIZADO
           ELSE
           IF NOT ATB-PROIBIDO-VALIDO OF AUTORIZADO-EDICAO THEN
               MOVE "PROIBIDO DEVE SER S OU N" TO STATUS-AUTORIZADO
           ELSE
           IF ATB-PROIBICAO OF AUTORIZADO-EDICAO AND
                   ATB-OBSERVACAO OF AUTORIZADO-EDICAO EQUAL SPACES
                   THEN
               MOVE "INFORME A ORDEM JUDICIAL" TO STATUS-AUTORIZADO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
