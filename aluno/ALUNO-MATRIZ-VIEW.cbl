       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-MATRIZ-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-MATRIZ ASSIGN TO "MATRIZ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MATRIZ.
       01  MATRIZ-REC.
           COPY ALUMATRZ.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 J PIC 9(3) VALUE 1.
       01 L PIC 9(3) VALUE 1.
       01 FIM-MATRIZ PIC X VALUE "N".
           88 FIM-DO-ARQ-MATRIZ VALUE "S".
       01 TOTAL-ENTRADAS PIC 9(3) VALUE 0.
       01 LISTA-ENTRADAS.
           05 ENTRADAS OCCURS 300 TIMES.
               COPY ALUMATRZ REPLACING ==05== BY ==10==.
       01 ENTRADA-EDICAO.
           COPY ALUMATRZ.
       01 ENTRADA-TROCA.
           COPY ALUMATRZ.
       01 SERIE-BUSCA PIC X(2) VALUE SPACES.
       01 DISCIPLINA-BUSCA PIC X(10) VALUE SPACES.
       01 RTN-ENTRADA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-DISCIPLINA-OK PIC 9(1) VALUE 0.
       01 TIPO-NOTA-DISCIPLINA PIC X(1) VALUE " ".
       01 ORDEM-TROCADA PIC X VALUE "N".
           88 HOUVE-TROCA VALUE "S".
       01 STATUS-MATRIZ PIC X(20) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01  LINHA-WS.
           05  LINHAS OCCURS 15 TIMES.
               10  LINHA-ORDEM            PIC Z9.
               10  FILLER                 PIC X(1).
               10  LINHA-DISCIPLINA       PIC X(10).
               10  FILLER                 PIC X(1).
               10  LINHA-AULAS            PIC Z9.
               10  FILLER                 PIC X(3).
               10  LINHA-TIPO             PIC X(1).
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-MATRIZ.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  BUSCA-SCREEN.
           05  VALUE "MATRIZ CURRICULAR" BLANK SCREEN    LINE 1 COL 10.
           05  VALUE "Serie listada:"                    LINE 2 COL 10.
           05  SERIE-LISTA-WS                            LINE 2 COL 25
                           PIC X(2) FROM SERIE-BUSCA.
           05  VALUE "OR DISCIPLINA AUL TIPO"            LINE 3 COL 10.
           05  MTZ1-IN                                   LINE 4 COL 10
                PIC X(20)        FROM LINHAS(1).
           05  MTZ2-IN                                   LINE 5 COL 10
                PIC X(20)        FROM LINHAS(2).
           05  MTZ3-IN                                   LINE 6 COL 10
                PIC X(20)        FROM LINHAS(3).
           05  MTZ4-IN                                   LINE 7 COL 10
                PIC X(20)        FROM LINHAS(4).
           05  MTZ5-IN                                   LINE 8 COL 10
                PIC X(20)        FROM LINHAS(5).
           05  MTZ6-IN                                   LINE 9 COL 10
                PIC X(20)        FROM LINHAS(6).
           05  MTZ7-IN                                   LINE 10 COL 10
                PIC X(20)        FROM LINHAS(7).
           05  MTZ8-IN                                   LINE 11 COL 10
                PIC X(20)        FROM LINHAS(8).
           05  MTZ9-IN                                   LINE 12 COL 10
                PIC X(20)        FROM LINHAS(9).
           05  MTZ10-IN                                  LINE 13 COL 10
                PIC X(20)        FROM LINHAS(10).
           05  MTZ11-IN                                  LINE 14 COL 10
                PIC X(20)        FROM LINHAS(11).
           05  MTZ12-IN                                  LINE 15 COL 10
                PIC X(20)        FROM LINHAS(12).
           05  MTZ13-IN                                  LINE 16 COL 10
                PIC X(20)        FROM LINHAS(13).
           05  MTZ14-IN                                  LINE 17 COL 10
                PIC X(20)        FROM LINHAS(14).
           05  MTZ15-IN                                  LINE 18 COL 10
                PIC X(20)        FROM LINHAS(15).
           05  VALUE "Serie:"                            LINE 19 COL 10.
           05  SERIE-INPUT                               LINE 19 COL 40
                           PIC X(2) USING SERIE-BUSCA AUTO.
           05  VALUE "Disciplina (branco = listar):"     LINE 20 COL 10.
           05  DISCIPLINA-INPUT                          LINE 20 COL 40
                           PIC X(10) TO DISCIPLINA-BUSCA AUTO.
           05  VALUE "Encerrar (S/N):"                   LINE 21 COL 10.
           05  CANCELA-INPUT                             LINE 21 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-MATRIZ-WS                         LINE 22 COL 10
                        PIC X(20) FROM STATUS-MATRIZ.

       01  DETALHE-SCREEN.
           05  VALUE "MATRIZ CURRICULAR" BLANK SCREEN    LINE 1 COL 10.
           05  VALUE "Serie:"                            LINE 3 COL 10.
           05  SERIE-DETALHE-WS                          LINE 3 COL 35
                   PIC X(2) FROM MTZ-SERIE OF ENTRADA-EDICAO.
           05  VALUE "Disciplina:"                       LINE 4 COL 10.
           05  DISCIPLINA-DETALHE-WS                     LINE 4 COL 35
                   PIC X(10) FROM MTZ-DISCIPLINA OF ENTRADA-EDICAO.
           05  VALUE "Ordem na matriz:"                  LINE 5 COL 10.
           05  ORDEM-INPUT                               LINE 5 COL 35
                   PIC 99 USING MTZ-ORDEM OF ENTRADA-EDICAO AUTO.
           05  VALUE "Aulas por semana (0=retira):"      LINE 6 COL 10.
           05  AULAS-INPUT                               LINE 6 COL 40
                   PIC 99 USING MTZ-AULAS-SEMANA OF ENTRADA-EDICAO
                   AUTO.
           05  VALUE "Tipo de nota (N/C):"               LINE 7 COL 10.
           05  TIPO-INPUT                                LINE 7 COL 35
                   PIC X USING MTZ-TIPO-NOTA OF ENTRADA-EDICAO AUTO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "MATRIZ EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO STATUS-MATRIZ.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO SERIE-BUSCA.
           MOVE SPACES TO DISCIPLINA-BUSCA.
       EXIT PROGRAM.

       EXECUTA-MANUTENCAO.
           PERFORM CARREGA-MATRIZ.
           PERFORM UNTIL CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM MANTEM-MATRIZ
           END-PERFORM.
           PERFORM ORDENA-MATRIZ.
           PERFORM GRAVA-MATRIZ.

       CARREGA-MATRIZ.
           MOVE "N" TO FIM-MATRIZ.
           MOVE 0 TO TOTAL-ENTRADAS.
           OPEN INPUT ARQ-MATRIZ.
           PERFORM LE-MATRIZ UNTIL FIM-DO-ARQ-MATRIZ.
           CLOSE ARQ-MATRIZ.

       LE-MATRIZ.
           READ ARQ-MATRIZ
               AT END
                   MOVE "S" TO FIM-MATRIZ
               NOT AT END
                   IF TOTAL-ENTRADAS < 300 THEN
                       COMPUTE TOTAL-ENTRADAS = TOTAL-ENTRADAS + 1
                       MOVE MATRIZ-REC TO ENTRADAS(TOTAL-ENTRADAS)
                   END-IF
           END-READ.

       GRAVA-MATRIZ.
           OPEN OUTPUT ARQ-MATRIZ.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ENTRADAS
               MOVE ENTRADAS(I) TO MATRIZ-REC
               WRITE MATRIZ-REC
           END-PERFORM.
           CLOSE ARQ-MATRIZ.

      * The file is kept in serie and matrix order so that every
      * program reading a serie gets its disciplinas in the order
      * the documents must show them.
       ORDENA-MATRIZ.
           MOVE "S" TO ORDEM-TROCADA.
           PERFORM UNTIL NOT HOUVE-TROCA
               MOVE "N" TO ORDEM-TROCADA
               PERFORM VARYING I FROM 1 BY 1 UNTIL I >= TOTAL-ENTRADAS
                   IF MTZ-SERIE OF ENTRADAS(I) >
                           MTZ-SERIE OF ENTRADAS(I + 1) OR
                           (MTZ-SERIE OF ENTRADAS(I) EQUAL
                                   MTZ-SERIE OF ENTRADAS(I + 1) AND
                            MTZ-ORDEM OF ENTRADAS(I) >
                                   MTZ-ORDEM OF ENTRADAS(I + 1)) THEN
                       MOVE ENTRADAS(I) TO ENTRADA-TROCA
                       MOVE ENTRADAS(I + 1) TO ENTRADAS(I)
                       MOVE ENTRADA-TROCA TO ENTRADAS(I + 1)
                       MOVE "S" TO ORDEM-TROCADA
                   END-IF
               END-PERFORM
           END-PERFORM.

       MANTEM-MATRIZ.
           PERFORM ORDENA-MATRIZ.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO DISCIPLINA-BUSCA.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               IF SERIE-BUSCA EQUAL SPACES THEN
                   MOVE "SERIE EM BRANCO" TO STATUS-MATRIZ
               ELSE
               IF DISCIPLINA-BUSCA EQUAL SPACES THEN
                   MOVE SPACES TO STATUS-MATRIZ
               ELSE
                   CALL "ALUNO-DISCIPLINA-VALIDA" USING
                           DISCIPLINA-BUSCA, RTN-DISCIPLINA-OK
                   IF RTN-DISCIPLINA-OK EQUAL 0 THEN
                       MOVE "DISCIPLINA INVALIDA" TO STATUS-MATRIZ
                   ELSE
                       PERFORM EDITA-ENTRADA
                   END-IF
               END-IF
               END-IF
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           MOVE 0 TO L.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ENTRADAS OR L >= 15
               IF MTZ-SERIE OF ENTRADAS(I) EQUAL SERIE-BUSCA THEN
                   ADD 1 TO L
                   MOVE MTZ-ORDEM OF ENTRADAS(I) TO LINHA-ORDEM(L)
                   MOVE MTZ-DISCIPLINA OF ENTRADAS(I)
                           TO LINHA-DISCIPLINA(L)
                   MOVE MTZ-AULAS-SEMANA OF ENTRADAS(I)
                           TO LINHA-AULAS(L)
                   MOVE MTZ-TIPO-NOTA OF ENTRADAS(I) TO LINHA-TIPO(L)
               END-IF
           END-PERFORM.

      * A new entry takes the grading type of the disciplina catalog
      * and the next free position of the serie; zero weekly classes
      * takes the disciplina out of the serie.
       EDITA-ENTRADA.
           PERFORM VERIFICA-ENTRADA.
           IF RTN-ENTRADA-ACHADA NOT EQUAL 0 THEN
               MOVE ENTRADAS(RTN-ENTRADA-ACHADA) TO ENTRADA-EDICAO
           ELSE
               MOVE SPACES TO ENTRADA-EDICAO
               MOVE SERIE-BUSCA TO MTZ-SERIE OF ENTRADA-EDICAO
               MOVE DISCIPLINA-BUSCA TO MTZ-DISCIPLINA OF ENTRADA-EDICAO
               MOVE 0 TO MTZ-AULAS-SEMANA OF ENTRADA-EDICAO
               MOVE 1 TO MTZ-ORDEM OF ENTRADA-EDICAO
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-ENTRADAS
                   IF MTZ-SERIE OF ENTRADAS(J) EQUAL SERIE-BUSCA AND
                           MTZ-ORDEM OF ENTRADAS(J) NOT <
                                   MTZ-ORDEM OF ENTRADA-EDICAO THEN
                       COMPUTE MTZ-ORDEM OF ENTRADA-EDICAO =
                               MTZ-ORDEM OF ENTRADAS(J) + 1
                   END-IF
               END-PERFORM
               CALL "ALUNO-DISCIPLINA-TIPO" USING DISCIPLINA-BUSCA,
                       TIPO-NOTA-DISCIPLINA
               MOVE TIPO-NOTA-DISCIPLINA TO MTZ-TIPO-NOTA
                       OF ENTRADA-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           IF MTZ-AULAS-SEMANA OF ENTRADA-EDICAO EQUAL 0 THEN
               IF RTN-ENTRADA-ACHADA NOT EQUAL 0 THEN
                   PERFORM VARYING I FROM RTN-ENTRADA-ACHADA BY 1
                           UNTIL I >= TOTAL-ENTRADAS
                       MOVE ENTRADAS(I + 1) TO ENTRADAS(I)
                   END-PERFORM
                   COMPUTE TOTAL-ENTRADAS = TOTAL-ENTRADAS - 1
                   MOVE "RETIRADA DA SERIE" TO STATUS-MATRIZ
               ELSE
                   MOVE "AULAS NAO INFORMADAS" TO STATUS-MATRIZ
               END-IF
           ELSE
           IF MTZ-TIPO-NOTA OF ENTRADA-EDICAO NOT EQUAL "N" AND
                   MTZ-TIPO-NOTA OF ENTRADA-EDICAO NOT EQUAL "C" AND
                   MTZ-TIPO-NOTA OF ENTRADA-EDICAO NOT EQUAL " " THEN
               MOVE "TIPO INVALIDO" TO STATUS-MATRIZ
           ELSE
           IF MTZ-ORDEM OF ENTRADA-EDICAO EQUAL 0 THEN
               MOVE "ORDEM INVALIDA" TO STATUS-MATRIZ
           ELSE
           IF RTN-ENTRADA-ACHADA NOT EQUAL 0 THEN
               MOVE ENTRADA-EDICAO TO ENTRADAS(RTN-ENTRADA-ACHADA)
               MOVE "ATUALIZADO" TO STATUS-MATRIZ
           ELSE
               IF TOTAL-ENTRADAS >= 300 THEN
                   MOVE "MATRIZ CHEIA" TO STATUS-MATRIZ
               ELSE
                   COMPUTE TOTAL-ENTRADAS = TOTAL-ENTRADAS + 1
                   MOVE ENTRADA-EDICAO TO ENTRADAS(TOTAL-ENTRADAS)
                   MOVE "INCLUIDO" TO STATUS-MATRIZ
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-ENTRADA.
           MOVE 0 TO RTN-ENTRADA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ENTRADAS
                   OR RTN-ENTRADA-ACHADA NOT EQUAL 0
               IF MTZ-SERIE OF ENTRADAS(I) EQUAL SERIE-BUSCA AND
                       MTZ-DISCIPLINA OF ENTRADAS(I) EQUAL
                               DISCIPLINA-BUSCA THEN
                   MOVE I TO RTN-ENTRADA-ACHADA
               END-IF
           END-PERFORM.
