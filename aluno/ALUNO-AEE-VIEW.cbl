       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-AEE-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AEE ASSIGN TO "AEE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "AEE.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AEE.
       01  AEE-REC.
           COPY ALUAEE.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 FIM-AEE PIC X VALUE "N".
           88 FIM-DO-ARQ-AEE VALUE "S".
       01 TOTAL-AEE PIC 9(3) VALUE 0.
       01 LISTA-AEE.
           05 PLANOS-AEE OCCURS 500 TIMES.
               COPY ALUAEE REPLACING ==05== BY ==10==.
       01 PLANO-AEE.
           COPY ALUAEE.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 REVISAO-LISTA PIC X VALUE " ".
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-AEE-ACHADO PIC 9(3) VALUE 0.
       01 NOME-ALUNO-ECO PIC X(31) VALUE SPACES.
       01 EXCLUI-PLANO PIC X VALUE " ".
       01 TOTAL-LISTADOS PIC 9(3) VALUE 0.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 DATA-VALIDACAO PIC 9(8) VALUE 0.
       01 DATA-EDIT.
           05 DATA-EDIT-DIA       PIC X(2).
           05 FILLER              PIC X(1) VALUE "/".
           05 DATA-EDIT-MES       PIC X(2).
           05 FILLER              PIC X(1) VALUE "/".
           05 DATA-EDIT-ANO       PIC X(4).
       01 STATUS-AEE PIC X(25) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "AEE.RPT".
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-AEE.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  BUSCA-SCREEN.
           05  VALUE "PLANO DE ATENDIMENTO ESPECIALIZADO (AEE)"
                                           BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "Matricula (0 = nenhuma):"          LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 45
                           PIC 9(6) TO MATRICULA-BUSCA AUTO.
           05  VALUE "Revisoes vencidas (S/N):"          LINE 4 COL 10.
           05  REVISAO-INPUT                             LINE 4 COL 45
                           PIC X TO REVISAO-LISTA AUTO.
           05  VALUE "Encerrar (S/N):"                   LINE 5 COL 10.
           05  CANCELA-INPUT                             LINE 5 COL 45
                           PIC X TO CANCELADO AUTO.
           05   STATUS-AEE-WS                            LINE 6 COL 10
                        PIC X(25) FROM STATUS-AEE.

       01  DETALHE-SCREEN.
           05  VALUE "PLANO DE ATENDIMENTO ESPECIALIZADO (AEE)"
                                           BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "Aluno:"                            LINE 3 COL 10.
           05  NOME-ECO-WS                               LINE 3 COL 20
                        PIC X(31) FROM NOME-ALUNO-ECO.
           05  VALUE "Categoria:"                        LINE 5 COL 10.
           05  CATEGORIA-INPUT                           LINE 5 COL 36
                   PIC X(3) USING AEE-CATEGORIA OF PLANO-AEE AUTO.
           05  VALUE "DF DV DA DI DM TEA AH TA"          LINE 5 COL 42.
           05  VALUE "Laudo (referencia):"               LINE 6 COL 10.
           05  LAUDO-INPUT                               LINE 6 COL 36
                   PIC X(20) USING AEE-LAUDO OF PLANO-AEE AUTO.
           05  VALUE "Data do laudo (AAAAMMDD):"         LINE 7 COL 10.
           05  DATA-LAUDO-INPUT                          LINE 7 COL 36
                   PIC 9(8) USING AEE-DATA-LAUDO OF PLANO-AEE AUTO.
           05  VALUE "Adaptacoes (S/N):"                 LINE 9 COL 10.
           05  VALUE "Tempo extra:"                      LINE 10 COL 12.
           05  TEMPO-INPUT                               LINE 10 COL 36
                   PIC X USING AEE-TEMPO-EXTRA OF PLANO-AEE AUTO.
           05  VALUE "Ledor:"                            LINE 11 COL 12.
           05  LEDOR-INPUT                               LINE 11 COL 36
                   PIC X USING AEE-LEDOR OF PLANO-AEE AUTO.
           05  VALUE "Prova ampliada:"                   LINE 12 COL 12.
           05  AMPLIADA-INPUT                            LINE 12 COL 36
                   PIC X USING AEE-AMPLIADA OF PLANO-AEE AUTO.
           05  VALUE "Sala separada:"                    LINE 13 COL 12.
           05  SALA-INPUT                                LINE 13 COL 36
                   PIC X USING AEE-SALA-SEPARADA OF PLANO-AEE AUTO.
           05  VALUE "Profissional de apoio:"            LINE 15 COL 10.
           05  PROFISSIONAL-INPUT                        LINE 15 COL 36
                   PIC X(30) USING AEE-PROFISSIONAL OF PLANO-AEE AUTO.
           05  VALUE "Revisao em (AAAAMMDD):"            LINE 16 COL 10.
           05  REVISAO-DATA-INPUT                        LINE 16 COL 36
                   PIC 9(8) USING AEE-DATA-REVISAO OF PLANO-AEE AUTO.
           05  VALUE "Excluir o plano (S/N):"            LINE 18 COL 10.
           05  EXCLUI-INPUT                              LINE 18 COL 36
                           PIC X TO EXCLUI-PLANO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "PLANOS AEE EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO STATUS-AEE.
           MOVE " " TO CANCELADO.
           MOVE 0 TO MATRICULA-BUSCA.
           MOVE " " TO REVISAO-LISTA.
       EXIT PROGRAM.

      * The whole maintenance session holds the reserved per-file
      * lock, so only one desk edits this file at a time and the
      * load-all/rewrite stays consistent across desks.
       EXECUTA-MANUTENCAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-AEE.
           PERFORM UNTIL CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM MANTEM-AEE
           END-PERFORM.
           PERFORM GRAVA-AEE.

       CARREGA-AEE.
           MOVE "N" TO FIM-AEE.
           MOVE 0 TO TOTAL-AEE.
           OPEN INPUT ARQ-AEE.
           PERFORM LE-AEE UNTIL FIM-DO-ARQ-AEE.
           CLOSE ARQ-AEE.

       LE-AEE.
           READ ARQ-AEE
               AT END
                   MOVE "S" TO FIM-AEE
               NOT AT END
                   IF TOTAL-AEE < 500 THEN
                       COMPUTE TOTAL-AEE = TOTAL-AEE + 1
                       MOVE AEE-REC TO PLANOS-AEE(TOTAL-AEE)
                   END-IF
           END-READ.

       GRAVA-AEE.
           OPEN OUTPUT ARQ-AEE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-AEE
               MOVE PLANOS-AEE(I) TO AEE-REC
               WRITE AEE-REC
           END-PERFORM.
           CLOSE ARQ-AEE.

       MANTEM-AEE.
           MOVE 0 TO MATRICULA-BUSCA.
           MOVE " " TO REVISAO-LISTA.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
           IF REVISAO-LISTA EQUAL 'S' OR REVISAO-LISTA EQUAL 's' THEN
               PERFORM IMPRIME-REVISOES
           ELSE
           IF MATRICULA-BUSCA EQUAL 0 THEN
               MOVE "INFORME A MATRICULA" TO STATUS-AEE
           ELSE
               PERFORM VERIFICA-MATRICULA
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-AEE
               ELSE
                   PERFORM EDITA-AEE
               END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-MATRICULA.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS OR
                           RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

       BUSCA-AEE.
           MOVE 0 TO RTN-AEE-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-AEE OR RTN-AEE-ACHADO NOT EQUAL 0
               IF AEE-MATRICULA OF PLANOS-AEE(I) EQUAL MATRICULA-BUSCA
                       THEN
                   MOVE I TO RTN-AEE-ACHADO
               END-IF
           END-PERFORM.

       EDITA-AEE.
           MOVE SPACES TO NOME-ALUNO-ECO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  INTO NOME-ALUNO-ECO
           END-STRING.
           PERFORM BUSCA-AEE.
           IF RTN-AEE-ACHADO NOT EQUAL 0 THEN
               MOVE PLANOS-AEE(RTN-AEE-ACHADO) TO PLANO-AEE
           ELSE
               MOVE SPACES TO PLANO-AEE
               MOVE MATRICULA-BUSCA TO AEE-MATRICULA OF PLANO-AEE
               MOVE 0 TO AEE-DATA-LAUDO OF PLANO-AEE
               MOVE 0 TO AEE-DATA-REVISAO OF PLANO-AEE
               MOVE "N" TO AEE-TEMPO-EXTRA OF PLANO-AEE
               MOVE "N" TO AEE-LEDOR OF PLANO-AEE
               MOVE "N" TO AEE-AMPLIADA OF PLANO-AEE
               MOVE "N" TO AEE-SALA-SEPARADA OF PLANO-AEE
           END-IF.
           MOVE " " TO EXCLUI-PLANO.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           IF EXCLUI-PLANO EQUAL 'S' OR EXCLUI-PLANO EQUAL 's' THEN
               PERFORM EXCLUI-AEE
           ELSE
               PERFORM VALIDA-AEE
               IF STATUS-AEE EQUAL SPACES THEN
                   PERFORM GUARDA-AEE
               END-IF
           END-IF.

       VALIDA-AEE.
           MOVE SPACES TO STATUS-AEE.
           IF NOT AEE-CATEGORIA-VALIDA OF PLANO-AEE THEN
               MOVE "CATEGORIA INVALIDA" TO STATUS-AEE
           ELSE
           IF AEE-LAUDO OF PLANO-AEE EQUAL SPACES OR
                   AEE-DATA-LAUDO OF PLANO-AEE EQUAL 0 OR
                   AEE-DATA-LAUDO OF PLANO-AEE > DATA-HOJE THEN
               MOVE "LAUDO/DATA INVALIDOS" TO STATUS-AEE
           ELSE
           IF NOT AEE-TEMPO-EXTRA-VALIDO OF PLANO-AEE OR
                   NOT AEE-LEDOR-VALIDO OF PLANO-AEE OR
                   NOT AEE-AMPLIADA-VALIDO OF PLANO-AEE OR
                   NOT AEE-SALA-SEPARADA-VALIDO OF PLANO-AEE THEN
               MOVE "ADAPTACOES: USE S OU N" TO STATUS-AEE
           ELSE
           IF AEE-DATA-REVISAO OF PLANO-AEE NOT >
                   AEE-DATA-LAUDO OF PLANO-AEE THEN
               MOVE "REVISAO APOS O LAUDO" TO STATUS-AEE
           END-IF
           END-IF
           END-IF
           END-IF.

       GUARDA-AEE.
           MOVE OPERADOR-ID TO AEE-OPERADOR OF PLANO-AEE.
           IF RTN-AEE-ACHADO NOT EQUAL 0 THEN
               MOVE PLANO-AEE TO PLANOS-AEE(RTN-AEE-ACHADO)
               MOVE "ATUALIZADO" TO STATUS-AEE
           ELSE
               IF TOTAL-AEE >= 500 THEN
                   MOVE "CADASTRO CHEIO" TO STATUS-AEE
               ELSE
                   COMPUTE TOTAL-AEE = TOTAL-AEE + 1
                   MOVE PLANO-AEE TO PLANOS-AEE(TOTAL-AEE)
                   MOVE "INCLUIDO" TO STATUS-AEE
               END-IF
           END-IF.

       EXCLUI-AEE.
           IF RTN-AEE-ACHADO EQUAL 0 THEN
               MOVE "ALUNO SEM PLANO AEE" TO STATUS-AEE
           ELSE
               PERFORM VARYING I FROM RTN-AEE-ACHADO BY 1
                       UNTIL I >= TOTAL-AEE
                   MOVE PLANOS-AEE(I + 1) TO PLANOS-AEE(I)
               END-PERFORM
               COMPUTE TOTAL-AEE = TOTAL-AEE - 1
               MOVE "EXCLUIDO" TO STATUS-AEE
           END-IF.

      * Plans of students still on the roll whose review date has
      * been reached.
       IMPRIME-REVISOES.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE DATA-HOJE TO DATA-VALIDACAO.
           PERFORM EDITA-DATA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PLANOS AEE COM REVISAO VENCIDA EM " DELIMITED BY SIZE
                  DATA-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "REVISAO    MATRIC TURMA CAT NOME / PROFISSIONAL" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM LISTA-REVISAO VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-AEE.
           IF TOTAL-LISTADOS EQUAL 0 THEN
               MOVE "NENHUMA REVISAO VENCIDA" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "REVISOES VENCIDAS: " DELIMITED BY SIZE
                      TOTAL-LISTADOS DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           MOVE "GRAVADO EM AEE.RPT" TO STATUS-AEE.

       LISTA-REVISAO.
           MOVE AEE-MATRICULA OF PLANOS-AEE(K) TO MATRICULA-BUSCA.
           PERFORM VERIFICA-MATRICULA.
           IF RTN-MATRICULA-ACHADA NOT EQUAL 0 AND
                   AEE-DATA-REVISAO OF PLANOS-AEE(K) NOT > DATA-HOJE
                   THEN
               IF ALU-ATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
                   ADD 1 TO TOTAL-LISTADOS
                   MOVE AEE-DATA-REVISAO OF PLANOS-AEE(K)
                           TO DATA-VALIDACAO
                   PERFORM EDITA-DATA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING DATA-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          MATRICULA-BUSCA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                                  DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          AEE-CATEGORIA OF PLANOS-AEE(K)
                                  DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                                  DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ALU-SOBRENOME OF
                                  ALUNOS(RTN-MATRICULA-ACHADA)
                                  DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "                             "
                                  DELIMITED BY SIZE
                          AEE-PROFISSIONAL OF PLANOS-AEE(K)
                                  DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

       EDITA-DATA.
           MOVE DATA-VALIDACAO(7:2) TO DATA-EDIT-DIA.
           MOVE DATA-VALIDACAO(5:2) TO DATA-EDIT-MES.
           MOVE DATA-VALIDACAO(1:4) TO DATA-EDIT-ANO.
