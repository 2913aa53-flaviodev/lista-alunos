       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-AVALIACAO-CONFIG-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-AVAL-CONFIG ASSIGN TO "AVALCFG.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AVAL-CONFIG.
       01  AVAL-CONFIG-REC.
           COPY ALUAVCF.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 J PIC 9(3) VALUE 1.
       01 FIM-AVAL-CONFIG PIC X VALUE "N".
           88 FIM-DO-ARQ-AVAL-CONFIG VALUE "S".
       01 TOTAL-CONFIGS PIC 9(3) VALUE 0.
       01 LISTA-CONFIGS.
           05 CONFIGS OCCURS 200 TIMES.
               COPY ALUAVCF REPLACING ==05== BY ==10==.
       01 CONFIG-EDICAO.
           COPY ALUAVCF.
       01 DISCIPLINA-BUSCA PIC X(10) VALUE SPACES.
       01 TURMA-BUSCA PIC X(4) VALUE SPACES.
       01 RTN-CONFIG-ACHADA PIC 9(3) VALUE 0.
       01 RTN-DISCIPLINA-OK PIC 9(1) VALUE 0.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 TIPO-NOTA-DISCIPLINA PIC X(1) VALUE " ".
       01 TOTAL-INSTRUMENTOS PIC 9(1) VALUE 0.
       01 PESO-INCOERENTE PIC X VALUE "N".
           88 HA-PESO-INCOERENTE VALUE "S".
       01 STATUS-CONFIG PIC X(20) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01  LINHA-WS.
           05  LINHAS OCCURS 15 TIMES.
               10  LINHA-DISCIPLINA       PIC X(10).
               10  FILLER                 PIC X(1).
               10  LINHA-TURMA            PIC X(4).
               10  LINHA-INSTRUMENTOS OCCURS 4 TIMES.
                   15  FILLER             PIC X(1).
                   15  LINHA-INSTRUMENTO  PIC X(8).
                   15  LINHA-PESO         PIC Z9.
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-AVALIACAO.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  BUSCA-SCREEN.
           05  VALUE "INSTRUMENTOS DE AVALIACAO" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "DISCIPLINA TURM INSTRUMENTOS E PESOS"
                                                         LINE 3 COL 10.
           05  CFG1-IN                                   LINE 4 COL 10
                PIC X(59)        FROM LINHAS(1).
           05  CFG2-IN                                   LINE 5 COL 10
                PIC X(59)        FROM LINHAS(2).
           05  CFG3-IN                                   LINE 6 COL 10
                PIC X(59)        FROM LINHAS(3).
           05  CFG4-IN                                   LINE 7 COL 10
                PIC X(59)        FROM LINHAS(4).
           05  CFG5-IN                                   LINE 8 COL 10
                PIC X(59)        FROM LINHAS(5).
           05  CFG6-IN                                   LINE 9 COL 10
                PIC X(59)        FROM LINHAS(6).
           05  CFG7-IN                                   LINE 10 COL 10
                PIC X(59)        FROM LINHAS(7).
           05  CFG8-IN                                   LINE 11 COL 10
                PIC X(59)        FROM LINHAS(8).
           05  CFG9-IN                                   LINE 12 COL 10
                PIC X(59)        FROM LINHAS(9).
           05  CFG10-IN                                  LINE 13 COL 10
                PIC X(59)        FROM LINHAS(10).
           05  CFG11-IN                                  LINE 14 COL 10
                PIC X(59)        FROM LINHAS(11).
           05  CFG12-IN                                  LINE 15 COL 10
                PIC X(59)        FROM LINHAS(12).
           05  CFG13-IN                                  LINE 16 COL 10
                PIC X(59)        FROM LINHAS(13).
           05  CFG14-IN                                  LINE 17 COL 10
                PIC X(59)        FROM LINHAS(14).
           05  CFG15-IN                                  LINE 18 COL 10
                PIC X(59)        FROM LINHAS(15).
           05  VALUE "Disciplina:"                       LINE 19 COL 10.
           05  DISCIPLINA-INPUT                          LINE 19 COL 40
                           PIC X(10) TO DISCIPLINA-BUSCA AUTO.
           05  VALUE "Turma (branco = todas):"           LINE 20 COL 10.
           05  TURMA-INPUT                               LINE 20 COL 40
                           PIC X(4) TO TURMA-BUSCA AUTO.
           05  VALUE "Encerrar (S/N):"                   LINE 21 COL 10.
           05  CANCELA-INPUT                             LINE 21 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-CONFIG-WS                         LINE 22 COL 10
                        PIC X(20) FROM STATUS-CONFIG.

       01  DETALHE-SCREEN.
           05  VALUE "INSTRUMENTOS DE AVALIACAO" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Disciplina:"                       LINE 3 COL 10.
           05  DISCIPLINA-DETALHE-WS                     LINE 3 COL 25
                   PIC X(10) FROM ACF-DISCIPLINA OF CONFIG-EDICAO.
           05  VALUE "Turma:"                            LINE 4 COL 10.
           05  TURMA-DETALHE-WS                          LINE 4 COL 25
                   PIC X(4) FROM ACF-TURMA OF CONFIG-EDICAO.
           05  VALUE "INSTRUMENTO  PESO"                 LINE 6 COL 10.
           05  INSTRUMENTO1-INPUT                        LINE 7 COL 10
                   PIC X(8) USING ACF-INSTRUMENTO OF CONFIG-EDICAO(1)
                   AUTO.
           05  PESO1-INPUT                               LINE 7 COL 23
                   PIC 99 USING ACF-PESO OF CONFIG-EDICAO(1) AUTO.
           05  INSTRUMENTO2-INPUT                        LINE 8 COL 10
                   PIC X(8) USING ACF-INSTRUMENTO OF CONFIG-EDICAO(2)
                   AUTO.
           05  PESO2-INPUT                               LINE 8 COL 23
                   PIC 99 USING ACF-PESO OF CONFIG-EDICAO(2) AUTO.
           05  INSTRUMENTO3-INPUT                        LINE 9 COL 10
                   PIC X(8) USING ACF-INSTRUMENTO OF CONFIG-EDICAO(3)
                   AUTO.
           05  PESO3-INPUT                               LINE 9 COL 23
                   PIC 99 USING ACF-PESO OF CONFIG-EDICAO(3) AUTO.
           05  INSTRUMENTO4-INPUT                        LINE 10 COL 10
                   PIC X(8) USING ACF-INSTRUMENTO OF CONFIG-EDICAO(4)
                   AUTO.
           05  PESO4-INPUT                               LINE 10 COL 23
                   PIC 99 USING ACF-PESO OF CONFIG-EDICAO(4) AUTO.
           05  VALUE "Todos os instrumentos em branco removem"
                                                         LINE 12 COL 10.
           05  VALUE "a configuracao."                   LINE 13 COL 10.

       PROCEDURE DIVISION USING OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "AVALIACOES EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO STATUS-CONFIG.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO DISCIPLINA-BUSCA.
           MOVE SPACES TO TURMA-BUSCA.
       EXIT PROGRAM.

       EXECUTA-MANUTENCAO.
           PERFORM CARREGA-CONFIGS.
           PERFORM UNTIL CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM MANTEM-CONFIG
           END-PERFORM.
           PERFORM GRAVA-CONFIGS.

       CARREGA-CONFIGS.
           MOVE "N" TO FIM-AVAL-CONFIG.
           MOVE 0 TO TOTAL-CONFIGS.
           OPEN INPUT ARQ-AVAL-CONFIG.
           PERFORM LE-CONFIG UNTIL FIM-DO-ARQ-AVAL-CONFIG.
           CLOSE ARQ-AVAL-CONFIG.

       LE-CONFIG.
           READ ARQ-AVAL-CONFIG
               AT END
                   MOVE "S" TO FIM-AVAL-CONFIG
               NOT AT END
                   IF TOTAL-CONFIGS < 200 THEN
                       COMPUTE TOTAL-CONFIGS = TOTAL-CONFIGS + 1
                       MOVE AVAL-CONFIG-REC TO CONFIGS(TOTAL-CONFIGS)
                   END-IF
           END-READ.

       GRAVA-CONFIGS.
           OPEN OUTPUT ARQ-AVAL-CONFIG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-CONFIGS
               MOVE CONFIGS(I) TO AVAL-CONFIG-REC
               WRITE AVAL-CONFIG-REC
           END-PERFORM.
           CLOSE ARQ-AVAL-CONFIG.

       MANTEM-CONFIG.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO DISCIPLINA-BUSCA.
           MOVE SPACES TO TURMA-BUSCA.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               PERFORM VALIDA-CHAVE
               IF STATUS-CONFIG EQUAL SPACES THEN
                   PERFORM EDITA-CONFIG
               END-IF
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 15 OR I > TOTAL-CONFIGS
               MOVE ACF-DISCIPLINA OF CONFIGS(I) TO LINHA-DISCIPLINA(I)
               MOVE ACF-TURMA OF CONFIGS(I) TO LINHA-TURMA(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                   IF ACF-INSTRUMENTO OF CONFIGS(I, J) NOT EQUAL
                           SPACES THEN
                       MOVE ACF-INSTRUMENTO OF CONFIGS(I, J)
                               TO LINHA-INSTRUMENTO(I, J)
                       MOVE ACF-PESO OF CONFIGS(I, J)
                               TO LINHA-PESO(I, J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Only numeric disciplinas are graded by instrument; a conceito
      * disciplina keeps taking its letter directly.
       VALIDA-CHAVE.
           MOVE SPACES TO STATUS-CONFIG.
           IF DISCIPLINA-BUSCA EQUAL SPACES THEN
               MOVE "DISCIPLINA EM BRANCO" TO STATUS-CONFIG
           ELSE
           CALL "ALUNO-DISCIPLINA-VALIDA" USING DISCIPLINA-BUSCA,
                   RTN-DISCIPLINA-OK
           IF RTN-DISCIPLINA-OK EQUAL 0 THEN
               MOVE "DISCIPLINA INVALIDA" TO STATUS-CONFIG
           ELSE
           CALL "ALUNO-DISCIPLINA-TIPO" USING DISCIPLINA-BUSCA,
                   TIPO-NOTA-DISCIPLINA
           IF TIPO-NOTA-DISCIPLINA EQUAL "C" THEN
               MOVE "DISCIPLINA CONCEITO" TO STATUS-CONFIG
           ELSE
               IF TURMA-BUSCA NOT EQUAL SPACES THEN
                   CALL "ALUNO-TURMA-VALIDA" USING TURMA-BUSCA,
                           RTN-TURMA-OK
                   IF RTN-TURMA-OK EQUAL 0 THEN
                       MOVE "TURMA INVALIDA" TO STATUS-CONFIG
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       EDITA-CONFIG.
           PERFORM VERIFICA-CONFIG.
           IF RTN-CONFIG-ACHADA NOT EQUAL 0 THEN
               MOVE CONFIGS(RTN-CONFIG-ACHADA) TO CONFIG-EDICAO
           ELSE
               MOVE SPACES TO CONFIG-EDICAO
               MOVE DISCIPLINA-BUSCA TO ACF-DISCIPLINA OF CONFIG-EDICAO
               MOVE TURMA-BUSCA TO ACF-TURMA OF CONFIG-EDICAO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                   MOVE 0 TO ACF-PESO OF CONFIG-EDICAO(J)
               END-PERFORM
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           PERFORM CONFERE-PESOS.
           IF HA-PESO-INCOERENTE THEN
               MOVE "PESO INVALIDO" TO STATUS-CONFIG
           ELSE
           IF TOTAL-INSTRUMENTOS EQUAL 0 THEN
               IF RTN-CONFIG-ACHADA NOT EQUAL 0 THEN
                   PERFORM REMOVE-CONFIG
                   MOVE "REMOVIDO" TO STATUS-CONFIG
               ELSE
                   MOVE "SEM INSTRUMENTOS" TO STATUS-CONFIG
               END-IF
           ELSE
           IF RTN-CONFIG-ACHADA NOT EQUAL 0 THEN
               MOVE CONFIG-EDICAO TO CONFIGS(RTN-CONFIG-ACHADA)
               MOVE "ATUALIZADO" TO STATUS-CONFIG
           ELSE
               IF TOTAL-CONFIGS >= 200 THEN
                   MOVE "CADASTRO CHEIO" TO STATUS-CONFIG
               ELSE
                   COMPUTE TOTAL-CONFIGS = TOTAL-CONFIGS + 1
                   MOVE CONFIG-EDICAO TO CONFIGS(TOTAL-CONFIGS)
                   MOVE "INCLUIDO" TO STATUS-CONFIG
               END-IF
           END-IF
           END-IF
           END-IF.

      * A named instrument needs a weight and an unused slot must not
      * carry one, otherwise the weighted average would be skewed.
       CONFERE-PESOS.
           MOVE "N" TO PESO-INCOERENTE.
           MOVE 0 TO TOTAL-INSTRUMENTOS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
               IF ACF-PESO OF CONFIG-EDICAO(J) IS NOT NUMERIC THEN
                   MOVE "S" TO PESO-INCOERENTE
               ELSE
               IF ACF-INSTRUMENTO OF CONFIG-EDICAO(J) EQUAL SPACES THEN
                   IF ACF-PESO OF CONFIG-EDICAO(J) NOT EQUAL 0 THEN
                       MOVE "S" TO PESO-INCOERENTE
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-INSTRUMENTOS
                   IF ACF-PESO OF CONFIG-EDICAO(J) EQUAL 0 THEN
                       MOVE "S" TO PESO-INCOERENTE
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       REMOVE-CONFIG.
           PERFORM VARYING I FROM RTN-CONFIG-ACHADA BY 1
                   UNTIL I >= TOTAL-CONFIGS
               MOVE CONFIGS(I + 1) TO CONFIGS(I)
           END-PERFORM.
           COMPUTE TOTAL-CONFIGS = TOTAL-CONFIGS - 1.

       VERIFICA-CONFIG.
           MOVE 0 TO RTN-CONFIG-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-CONFIGS
                   OR RTN-CONFIG-ACHADA NOT EQUAL 0
               IF ACF-DISCIPLINA OF CONFIGS(I) EQUAL DISCIPLINA-BUSCA
                       AND ACF-TURMA OF CONFIGS(I) EQUAL TURMA-BUSCA
                       THEN
                   MOVE I TO RTN-CONFIG-ACHADA
               END-IF
           END-PERFORM.
