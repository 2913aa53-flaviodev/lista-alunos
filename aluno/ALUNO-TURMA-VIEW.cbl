       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MATRIZ ASSIGN TO "MATRIZ.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-MATRIZ.
       01  MATRIZ-REC.
           COPY ALUMATRZ.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-MATRIZ PIC X VALUE "N".
           88 FIM-DO-ARQ-MATRIZ VALUE "S".
       01 RTN-SERIE-ACHADA PIC 9(1) VALUE 0.
       01 SALA-TURMA.
           COPY ALUSALA.
       01 RTN-SALA-OK PIC 9(1) VALUE 0.
       01 RTN-SALA-RECUSADA PIC 9(1) VALUE 0.
       COPY ALUTURML.
       01 TURMA-EDICAO.
           COPY ALUTURM.
       01 CODIGO-BUSCA PIC X(4) VALUE SPACES.
       01 RTN-CODIGO-ACHADO PIC 9(3) VALUE 0.
       01 UNIDADE-OPERADOR PIC 9(2) VALUE 0.
       01 L PIC 9(3) VALUE 0.
       01 STATUS-TURMA PIC X(20) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01  LINHA-WS.
               10  LINHA-TURNO            PIC X(1).
               10  FILLER                 PIC X(1).
               10  LINHA-CAPACIDADE       PIC 9(3).
               10  FILLER                 PIC X(1).
               10  LINHA-SERIE            PIC X(2).
               10  FILLER                 PIC X(1).
               10  LINHA-UNIDADE          PIC 9(2).
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-TURMA.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       01  BUSCA-SCREEN.
           05  VALUE "CADASTRO DE TURMAS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "COD  DESCRICAO            SALA  T CAP SR UN"
                                                         LINE 3 COL 10.
           05  TURMA1-IN                                 LINE 4 COL 10
                PIC X(43)        FROM LINHAS(1).
           05  TURMA2-IN                                 LINE 5 COL 10
                PIC X(43)        FROM LINHAS(2).
           05  TURMA3-IN                                 LINE 6 COL 10
                PIC X(43)        FROM LINHAS(3).
           05  TURMA4-IN                                 LINE 7 COL 10
                PIC X(43)        FROM LINHAS(4).
           05  TURMA5-IN                                 LINE 8 COL 10
                PIC X(43)        FROM LINHAS(5).
           05  TURMA6-IN                                 LINE 9 COL 10
                PIC X(43)        FROM LINHAS(6).
           05  TURMA7-IN                                 LINE 10 COL 10
                PIC X(43)        FROM LINHAS(7).
           05  TURMA8-IN                                 LINE 11 COL 10
                PIC X(43)        FROM LINHAS(8).
           05  TURMA9-IN                                 LINE 12 COL 10
                PIC X(43)        FROM LINHAS(9).
           05  TURMA10-IN                                LINE 13 COL 10
                PIC X(43)        FROM LINHAS(10).
           05  TURMA11-IN                                LINE 14 COL 10
                PIC X(43)        FROM LINHAS(11).
           05  TURMA12-IN                                LINE 15 COL 10
                PIC X(43)        FROM LINHAS(12).
           05  TURMA13-IN                                LINE 16 COL 10
                PIC X(43)        FROM LINHAS(13).
           05  TURMA14-IN                                LINE 17 COL 10
                PIC X(43)        FROM LINHAS(14).
           05  TURMA15-IN                                LINE 18 COL 10
                PIC X(43)        FROM LINHAS(15).
           05  VALUE "Codigo (novo ou existente):"       LINE 20 COL 10.
           05  CODIGO-INPUT                              LINE 20 COL 40
                           PIC X(4) TO CODIGO-BUSCA AUTO.
           05  NASC-MAX-INPUT                            LINE 9 COL 38
                   PIC 9(4) USING TUR-ANO-NASC-MAX OF TURMA-EDICAO
                   AUTO.
           05  VALUE "Serie na matriz curricular:"       LINE 10 COL 10.
           05  SERIE-INPUT                               LINE 10 COL 38
                   PIC X(2) USING TUR-SERIE OF TURMA-EDICAO AUTO.
           05  VALUE "Unidade (1-9):"                    LINE 11 COL 10.
           05  UNIDADE-INPUT                             LINE 11 COL 38
                   PIC 9(2) USING TUR-UNIDADE OF TURMA-EDICAO AUTO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
      * The whole maintenance session holds the reserved per-file
      * lock, so only one desk edits this file at a time and the
      * load-all/rewrite stays consistent across desks.
      * An operator confined to one school unit only lists and
      * maintains that unit's turmas; supervisors see all of them.
       EXECUTA-MANUTENCAO.
           CALL "ALUNO-UNIDADE-OPERADOR" USING OPERADOR-ID,
                   UNIDADE-OPERADOR.
           PERFORM CARREGA-TURMAS.
           PERFORM UNTIL CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM MANTEM-TURMA

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           MOVE 0 TO L.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL L >= 15 OR I > TOTAL-TURMAS-CAT
               IF UNIDADE-OPERADOR EQUAL 0 OR
                       TUR-UNIDADE OF TURMAS(I) EQUAL
                       UNIDADE-OPERADOR THEN
                   ADD 1 TO L
                   PERFORM MONTA-LINHA
               END-IF
           END-PERFORM.

       MONTA-LINHA.
           MOVE TUR-CODIGO OF TURMAS(I)    TO LINHA-CODIGO(L).
           MOVE TUR-DESCRICAO OF TURMAS(I) TO LINHA-DESCRICAO(L).
           MOVE TUR-SALA OF TURMAS(I)      TO LINHA-SALA(L).
           MOVE TUR-TURNO OF TURMAS(I)     TO LINHA-TURNO(L).
           MOVE TUR-CAPACIDADE OF TURMAS(I) TO LINHA-CAPACIDADE(L).
           MOVE TUR-SERIE OF TURMAS(I)     TO LINHA-SERIE(L).
           MOVE TUR-UNIDADE OF TURMAS(I)   TO LINHA-UNIDADE(L).

       EDITA-TURMA.
           PERFORM VERIFICA-CODIGO.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 AND
                   UNIDADE-OPERADOR NOT EQUAL 0 AND
                   TUR-UNIDADE OF TURMAS(RTN-CODIGO-ACHADO) NOT EQUAL
                   UNIDADE-OPERADOR THEN
               MOVE "TURMA OUTRA UNIDADE" TO STATUS-TURMA
           ELSE
               PERFORM EDITA-DETALHE
           END-IF.

       EDITA-DETALHE.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE TURMAS(RTN-CODIGO-ACHADO) TO TURMA-EDICAO
           ELSE
               MOVE 0 TO TUR-CAPACIDADE OF TURMA-EDICAO
               MOVE 0 TO TUR-ANO-NASC-MIN OF TURMA-EDICAO
               MOVE 0 TO TUR-ANO-NASC-MAX OF TURMA-EDICAO
               IF UNIDADE-OPERADOR EQUAL 0 THEN
                   MOVE 1 TO TUR-UNIDADE OF TURMA-EDICAO
               ELSE
                   MOVE UNIDADE-OPERADOR TO TUR-UNIDADE OF TURMA-EDICAO
               END-IF
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           PERFORM VERIFICA-SALA-TURMA.
           IF RTN-SALA-RECUSADA NOT EQUAL 0 THEN
               CONTINUE
           ELSE
           IF TUR-UNIDADE OF TURMA-EDICAO < 1 OR
                   TUR-UNIDADE OF TURMA-EDICAO > 9 THEN
               MOVE 1 TO RTN-SALA-RECUSADA
               MOVE "UNIDADE INVALIDA" TO STATUS-TURMA
           ELSE
           IF UNIDADE-OPERADOR NOT EQUAL 0 AND
                   TUR-UNIDADE OF TURMA-EDICAO NOT EQUAL
                   UNIDADE-OPERADOR THEN
               MOVE 1 TO RTN-SALA-RECUSADA
               MOVE "TURMA OUTRA UNIDADE" TO STATUS-TURMA
           ELSE
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE TURMA-EDICAO TO TURMAS(RTN-CODIGO-ACHADO)
               MOVE "ATUALIZADO" TO STATUS-TURMA
                   MOVE TURMA-EDICAO TO TURMAS(TOTAL-TURMAS-CAT)
                   MOVE "INCLUIDO" TO STATUS-TURMA
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF TUR-SERIE OF TURMA-EDICAO NOT EQUAL SPACES AND
                   RTN-SALA-RECUSADA EQUAL 0 AND
                   STATUS-TURMA NOT EQUAL "CATALOGO CHEIO" THEN
               PERFORM VERIFICA-SERIE
               IF RTN-SERIE-ACHADA EQUAL 0 THEN
                   MOVE "GRAVADO - SEM MATRIZ" TO STATUS-TURMA
               END-IF
           END-IF.

      * A home room that is in the room master must be open in the
      * turma's turno and seat the whole turma: the capacity cannot
      * exceed the room's seats, and a free capacity (zero) is not
      * accepted for such a room.  Rooms not in the master are
      * still taken as typed.
       VERIFICA-SALA-TURMA.
           MOVE 0 TO RTN-SALA-RECUSADA.
           CALL "ALUNO-SALA-VALIDA" USING TUR-SALA OF TURMA-EDICAO,
                   SALA-TURMA, RTN-SALA-OK.
           IF RTN-SALA-OK NOT EQUAL 0 THEN
               IF (TUR-TURNO-MANHA OF TURMA-EDICAO AND
                       NOT SAL-LIVRE-MANHA OF SALA-TURMA) OR
                       (TUR-TURNO-TARDE OF TURMA-EDICAO AND
                       NOT SAL-LIVRE-TARDE OF SALA-TURMA) OR
                       (TUR-TURNO-NOITE OF TURMA-EDICAO AND
                       NOT SAL-LIVRE-NOITE OF SALA-TURMA) THEN
                   MOVE 1 TO RTN-SALA-RECUSADA
                   MOVE "SALA FORA DO TURNO" TO STATUS-TURMA
               ELSE
               IF TUR-CAPACIDADE OF TURMA-EDICAO EQUAL 0 OR
                       TUR-CAPACIDADE OF TURMA-EDICAO >
                               SAL-LUGARES OF SALA-TURMA THEN
                   MOVE 1 TO RTN-SALA-RECUSADA
                   MOVE "CAPAC. ACIMA DA SALA" TO STATUS-TURMA
               END-IF
               END-IF
           END-IF.

      * The serie may be set up before its matrix is keyed in, so a
      * serie with no matrix yet is accepted with a warning.
       VERIFICA-SERIE.
           MOVE 0 TO RTN-SERIE-ACHADA.
           MOVE "N" TO FIM-MATRIZ.
           OPEN INPUT ARQ-MATRIZ.
           PERFORM LE-MATRIZ UNTIL FIM-DO-ARQ-MATRIZ
                   OR RTN-SERIE-ACHADA EQUAL 1.
           CLOSE ARQ-MATRIZ.

       LE-MATRIZ.
           READ ARQ-MATRIZ
               AT END
                   MOVE "S" TO FIM-MATRIZ
               NOT AT END
                   IF MTZ-SERIE EQUAL TUR-SERIE OF TURMA-EDICAO THEN
                       MOVE 1 TO RTN-SERIE-ACHADA
                   END-IF
           END-READ.

       VERIFICA-CODIGO.
           MOVE 0 TO RTN-CODIGO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
