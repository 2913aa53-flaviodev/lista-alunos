       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-SALA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-SALAS ASSIGN TO "SALA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALAS.
       01  SALA-REC.
           COPY ALUSALA.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 FIM-SALAS PIC X VALUE "N".
           88 FIM-DO-ARQ-SALAS VALUE "S".
       COPY ALUSALAL.
       01 SALA-EDICAO.
           COPY ALUSALA.
       01 CODIGO-BUSCA PIC X(5) VALUE SPACES.
       01 RTN-CODIGO-ACHADO PIC 9(3) VALUE 0.
       01 STATUS-SALA PIC X(20) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01  LINHA-WS.
           05  LINHAS OCCURS 15 TIMES.
               10  LINHA-CODIGO           PIC X(5).
               10  FILLER                 PIC X(1).
               10  LINHA-DESCRICAO        PIC X(20).
               10  FILLER                 PIC X(1).
               10  LINHA-TIPO             PIC X(1).
               10  FILLER                 PIC X(1).
               10  LINHA-LUGARES          PIC 9(3).
               10  FILLER                 PIC X(1).
               10  LINHA-MANHA            PIC X(1).
               10  LINHA-TARDE            PIC X(1).
               10  LINHA-NOITE            PIC X(1).
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-SALA.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  BUSCA-SCREEN.
           05  VALUE "CADASTRO DE SALAS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "SALA  DESCRICAO            T LUG MTN"
                                                         LINE 3 COL 10.
           05  SALA1-IN                                  LINE 4 COL 10
                PIC X(36)        FROM LINHAS(1).
           05  SALA2-IN                                  LINE 5 COL 10
                PIC X(36)        FROM LINHAS(2).
           05  SALA3-IN                                  LINE 6 COL 10
                PIC X(36)        FROM LINHAS(3).
           05  SALA4-IN                                  LINE 7 COL 10
                PIC X(36)        FROM LINHAS(4).
           05  SALA5-IN                                  LINE 8 COL 10
                PIC X(36)        FROM LINHAS(5).
           05  SALA6-IN                                  LINE 9 COL 10
                PIC X(36)        FROM LINHAS(6).
           05  SALA7-IN                                  LINE 10 COL 10
                PIC X(36)        FROM LINHAS(7).
           05  SALA8-IN                                  LINE 11 COL 10
                PIC X(36)        FROM LINHAS(8).
           05  SALA9-IN                                  LINE 12 COL 10
                PIC X(36)        FROM LINHAS(9).
           05  SALA10-IN                                 LINE 13 COL 10
                PIC X(36)        FROM LINHAS(10).
           05  SALA11-IN                                 LINE 14 COL 10
                PIC X(36)        FROM LINHAS(11).
           05  SALA12-IN                                 LINE 15 COL 10
                PIC X(36)        FROM LINHAS(12).
           05  SALA13-IN                                 LINE 16 COL 10
                PIC X(36)        FROM LINHAS(13).
           05  SALA14-IN                                 LINE 17 COL 10
                PIC X(36)        FROM LINHAS(14).
           05  SALA15-IN                                 LINE 18 COL 10
                PIC X(36)        FROM LINHAS(15).
           05  VALUE "Codigo (novo ou existente):"       LINE 20 COL 10.
           05  CODIGO-INPUT                              LINE 20 COL 40
                           PIC X(5) TO CODIGO-BUSCA AUTO.
           05  VALUE "Encerrar (S/N):"                   LINE 21 COL 10.
           05  CANCELA-INPUT                             LINE 21 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-SALA-WS                           LINE 22 COL 10
                        PIC X(20) FROM STATUS-SALA.

       01  DETALHE-SCREEN.
           05  VALUE "CADASTRO DE SALAS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Codigo:"                           LINE 3 COL 10.
           05  CODIGO-DETALHE-WS                         LINE 3 COL 38
                   PIC X(5) FROM SAL-CODIGO OF SALA-EDICAO.
           05  VALUE "Descricao:"                        LINE 4 COL 10.
           05  DESCRICAO-INPUT                           LINE 4 COL 38
                   PIC X(20) USING SAL-DESCRICAO OF SALA-EDICAO AUTO.
           05  VALUE "Tipo (C=comum L=laboratorio"       LINE 5 COL 10.
           05  VALUE "     Q=quadra I=informatica):"     LINE 6 COL 10.
           05  TIPO-INPUT                                LINE 6 COL 40
                   PIC X USING SAL-TIPO OF SALA-EDICAO AUTO.
           05  VALUE "Lugares:"                          LINE 7 COL 10.
           05  LUGARES-INPUT                             LINE 7 COL 38
                   PIC 9(3) USING SAL-LUGARES OF SALA-EDICAO AUTO.
           05  VALUE "Disponivel de manha (S/N):"        LINE 8 COL 10.
           05  MANHA-INPUT                               LINE 8 COL 38
                   PIC X USING SAL-TURNO-MANHA OF SALA-EDICAO AUTO.
           05  VALUE "Disponivel a tarde (S/N):"         LINE 9 COL 10.
           05  TARDE-INPUT                               LINE 9 COL 38
                   PIC X USING SAL-TURNO-TARDE OF SALA-EDICAO AUTO.
           05  VALUE "Disponivel a noite (S/N):"         LINE 10 COL 10.
           05  NOITE-INPUT                               LINE 10 COL 38
                   PIC X USING SAL-TURNO-NOITE OF SALA-EDICAO AUTO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "SALAS EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO STATUS-SALA.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO CODIGO-BUSCA.
       EXIT PROGRAM.

      * The whole maintenance session holds the reserved per-file
      * lock, so only one desk edits this file at a time and the
      * load-all/rewrite stays consistent across desks.
       EXECUTA-MANUTENCAO.
           PERFORM CARREGA-SALAS.
           PERFORM UNTIL CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM MANTEM-SALA
           END-PERFORM.
           PERFORM GRAVA-SALAS.

       CARREGA-SALAS.
           MOVE "N" TO FIM-SALAS.
           MOVE 0 TO TOTAL-SALAS-CAT.
           OPEN INPUT ARQ-SALAS.
           PERFORM LE-SALA UNTIL FIM-DO-ARQ-SALAS.
           CLOSE ARQ-SALAS.

       LE-SALA.
           READ ARQ-SALAS
               AT END
                   MOVE "S" TO FIM-SALAS
               NOT AT END
                   IF TOTAL-SALAS-CAT < SAL-MAX-SALAS THEN
                       COMPUTE TOTAL-SALAS-CAT = TOTAL-SALAS-CAT + 1
                       MOVE SALA-REC TO SALAS(TOTAL-SALAS-CAT)
                   END-IF
           END-READ.

       GRAVA-SALAS.
           OPEN OUTPUT ARQ-SALAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-SALAS-CAT
               MOVE SALAS(I) TO SALA-REC
               WRITE SALA-REC
           END-PERFORM.
           CLOSE ARQ-SALAS.

       MANTEM-SALA.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO CODIGO-BUSCA.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               IF CODIGO-BUSCA EQUAL SPACES THEN
                   MOVE "CODIGO EM BRANCO" TO STATUS-SALA
               ELSE
                   PERFORM EDITA-SALA
               END-IF
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 15 OR I > TOTAL-SALAS-CAT
               MOVE SAL-CODIGO OF SALAS(I)      TO LINHA-CODIGO(I)
               MOVE SAL-DESCRICAO OF SALAS(I)   TO LINHA-DESCRICAO(I)
               MOVE SAL-TIPO OF SALAS(I)        TO LINHA-TIPO(I)
               MOVE SAL-LUGARES OF SALAS(I)     TO LINHA-LUGARES(I)
               MOVE SAL-TURNO-MANHA OF SALAS(I) TO LINHA-MANHA(I)
               MOVE SAL-TURNO-TARDE OF SALAS(I) TO LINHA-TARDE(I)
               MOVE SAL-TURNO-NOITE OF SALAS(I) TO LINHA-NOITE(I)
           END-PERFORM.

       EDITA-SALA.
           PERFORM VERIFICA-CODIGO.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE SALAS(RTN-CODIGO-ACHADO) TO SALA-EDICAO
           ELSE
               MOVE SPACES TO SALA-EDICAO
               MOVE CODIGO-BUSCA TO SAL-CODIGO OF SALA-EDICAO
               MOVE "C" TO SAL-TIPO OF SALA-EDICAO
               MOVE 0 TO SAL-LUGARES OF SALA-EDICAO
               MOVE "S" TO SAL-TURNO-MANHA OF SALA-EDICAO
               MOVE "S" TO SAL-TURNO-TARDE OF SALA-EDICAO
               MOVE "N" TO SAL-TURNO-NOITE OF SALA-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           IF NOT SAL-TIPO-VALIDO OF SALA-EDICAO THEN
               MOVE "TIPO INVALIDO" TO STATUS-SALA
           ELSE
           IF SAL-LUGARES OF SALA-EDICAO EQUAL 0 THEN
               MOVE "INFORME OS LUGARES" TO STATUS-SALA
           ELSE
           IF (SAL-TURNO-MANHA OF SALA-EDICAO NOT EQUAL "S" AND
                   SAL-TURNO-MANHA OF SALA-EDICAO NOT EQUAL "N") OR
                   (SAL-TURNO-TARDE OF SALA-EDICAO NOT EQUAL "S" AND
                   SAL-TURNO-TARDE OF SALA-EDICAO NOT EQUAL "N") OR
                   (SAL-TURNO-NOITE OF SALA-EDICAO NOT EQUAL "S" AND
                   SAL-TURNO-NOITE OF SALA-EDICAO NOT EQUAL "N") THEN
               MOVE "TURNO INVALIDO" TO STATUS-SALA
           ELSE
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE SALA-EDICAO TO SALAS(RTN-CODIGO-ACHADO)
               MOVE "ATUALIZADO" TO STATUS-SALA
           ELSE
               IF TOTAL-SALAS-CAT >= SAL-MAX-SALAS THEN
                   MOVE "CADASTRO CHEIO" TO STATUS-SALA
               ELSE
                   COMPUTE TOTAL-SALAS-CAT = TOTAL-SALAS-CAT + 1
                   MOVE SALA-EDICAO TO SALAS(TOTAL-SALAS-CAT)
                   MOVE "INCLUIDO" TO STATUS-SALA
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-CODIGO.
           MOVE 0 TO RTN-CODIGO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-SALAS-CAT
                   OR RTN-CODIGO-ACHADO NOT EQUAL 0
               IF SAL-CODIGO OF SALAS(I) EQUAL CODIGO-BUSCA THEN
                   MOVE I TO RTN-CODIGO-ACHADO
               END-IF
           END-PERFORM.
