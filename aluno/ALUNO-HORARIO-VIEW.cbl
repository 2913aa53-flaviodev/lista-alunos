       FILE-CONTROL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "HORARIO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).
       01 OPCAO PIC X VALUE " ".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 J PIC 9(3) VALUE 1.
       COPY ALUTURML.
       01 TURMA-SALA-BUSCA PIC X(4) VALUE SPACES.
       01 SALA-TURMA-CAT PIC X(5) VALUE SPACES.
       01 TURNO-TURMA-CAT PIC X(1) VALUE SPACES.
       01 UNIDADE-TURMA-CAT PIC 9(2) VALUE 0.
       01 UNIDADE-AULA PIC 9(2) VALUE 0.
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 SALA-AULA PIC X(5) VALUE SPACES.
       01 TURNO-AULA PIC X(1) VALUE SPACES.
       01 SALA-SLOT PIC X(5) VALUE SPACES.
       01 SALA-GRADE PIC X(5) VALUE SPACES.
       01 TURNO-GRADE PIC X(1) VALUE SPACES.
       01 SALA-HORARIO.
           COPY ALUSALA.
       01 RTN-SALA-OK PIC 9(1) VALUE 0.
       01 RTN-SALA-RECUSADA PIC 9(1) VALUE 0.
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
           05 NOME-DIA OCCURS 5 TIMES PIC X(10).
       01 PONTEIRO-LINHA PIC 9(2) VALUE 1.
       01 STATUS-HORARIO PIC X(25) VALUE " ".
       01 M PIC 9(2) VALUE 1.
       01 SERIE-TURMA PIC X(2) VALUE SPACES.
       COPY ALUMTZL.
       01 TURMA-MATRIZ PIC X(4) VALUE SPACES.
       01 DISCIPLINA-MATRIZ PIC X(10) VALUE SPACES.
       01 RTN-MATRIZ-ACHADA PIC 9(2) VALUE 0.
       01 AULAS-GRADE PIC 9(2) VALUE 0.
       01 AULAS-GRADE-EDIT PIC Z9.
       01 AULAS-MATRIZ-EDIT PIC Z9.
       01 CANCELADO PIC X VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "HORARIO.RPT".
       COPY ALUTRVCH.
           05  VALUE "(2) Remover horario"               LINE 4 COL 10.
           05  VALUE "(3) Grade por turma"               LINE 5 COL 10.
           05  VALUE "(4) Grade por professor"           LINE 6 COL 10.
           05  VALUE "(5) Ocupacao por sala"             LINE 7 COL 10.
           05  VALUE "(x) Voltar"                        LINE 8 COL 10.
           05  VALUE "OPCAO:"                            LINE 10 COL 10.
           05  OPCAO-INPUT                               LINE 10 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-HORARIO-WS                        LINE 12 COL 10
                        PIC X(25) FROM STATUS-HORARIO.

       01  ATRIBUI-SCREEN.
           05  VALUE "Periodo (1 a 6):"                  LINE 7 COL 10.
           05  PERIODO-INPUT                             LINE 7 COL 40
                   PIC 9 TO HOR-PERIODO OF HORARIO AUTO.
           05  VALUE "Sala (branco = da turma):"         LINE 8 COL 10.
           05  SALA-INPUT                                LINE 8 COL 40
                   PIC X(5) TO HOR-SALA OF HORARIO AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 9 COL 10.
           05  CANCELA-INPUT                             LINE 9 COL 40
                           PIC X TO CANCELADO AUTO.

       01  TURMA-GRADE-SCREEN.
           05  PROFESSOR-GRADE-INPUT                     LINE 3 COL 30
                           PIC X(8) TO PROFESSOR-GRADE AUTO.

       01  SALA-GRADE-SCREEN.
           05  VALUE "OCUPACAO POR SALA" BLANK SCREEN    LINE 1 COL 10.
           05  VALUE "Sala:"                             LINE 3 COL 10.
           05  SALA-GRADE-INPUT                          LINE 3 COL 30
                           PIC X(5) TO SALA-GRADE AUTO.
           05  VALUE "Turno (M/T/N):"                    LINE 4 COL 10.
           05  TURNO-GRADE-INPUT                         LINE 4 COL 30
                           PIC X TO TURNO-GRADE AUTO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
      * load-all/rewrite stays consistent across desks.
       EXECUTA-MANUTENCAO.
           PERFORM CARREGA-HORARIOS.
           PERFORM CARREGA-TURMAS.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '4'
                       PERFORM GRADE-POR-PROFESSOR
                       MOVE ' ' TO OPCAO
                   WHEN '5'
                       PERFORM GRADE-POR-SALA
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
                   END-IF
           END-READ.

       CARREGA-TURMAS.
           MOVE "N" TO FIM-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-CAT.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TOTAL-TURMAS-CAT < TUR-MAX-TURMAS THEN
                       ADD 1 TO TOTAL-TURMAS-CAT
                       MOVE TURMA-REC TO TURMAS(TOTAL-TURMAS-CAT)
                   END-IF
           END-READ.

       GRAVA-HORARIOS.
           OPEN OUTPUT ARQ-HORARIOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-HORARIOS
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
           CALL "ALUNO-TURMA-UNIDADE" USING HOR-TURMA OF HORARIO,
                   OPERADOR-ID, UNIDADE-TURMA, RTN-UNIDADE-OK
           IF RTN-UNIDADE-OK EQUAL 0 THEN
               MOVE "TURMA OUTRA UNIDADE" TO STATUS-HORARIO
           ELSE
           IF HOR-DIA OF HORARIO < 1 OR HOR-DIA OF HORARIO > 5 OR
                   HOR-PERIODO OF HORARIO < 1 OR
                   HOR-PERIODO OF HORARIO > 6 THEN
               IF RTN-CONFLITO NOT EQUAL 0 THEN
                   MOVE "TURMA JA OCUPADA" TO STATUS-HORARIO
               ELSE
               PERFORM VERIFICA-SALA
               IF RTN-SALA-RECUSADA NOT EQUAL 0 THEN
                   CONTINUE
               ELSE
               IF TOTAL-HORARIOS >= 500 THEN
                   MOVE "QUADRO CHEIO" TO STATUS-HORARIO
               ELSE
                   ADD 1 TO TOTAL-HORARIOS
                   MOVE HORARIO TO HORARIOS(TOTAL-HORARIOS)
                   MOVE "HORARIO ATRIBUIDO" TO STATUS-HORARIO
                   PERFORM AVISA-MATRIZ
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-CONFLITO-PROFESSOR.
           CALL "ALUNO-PROFESSOR-CONFLITO" USING
                   HOR-PROFESSOR OF HORARIO, HOR-DIA OF HORARIO,
                   HOR-PERIODO OF HORARIO, TOTAL-HORARIOS,
                   LISTA-HORARIOS, RTN-CONFLITO.

       VERIFICA-CONFLITO-TURMA.
           MOVE 0 TO RTN-CONFLITO.
               END-IF
           END-PERFORM.

      * The lesson is in the room typed for the slot or, when none
      * is typed, in the turma's home room.  A room typed for the
      * slot must be in the room master; a room in the master must
      * be open in the turma's turno.  Whatever the room, it cannot
      * hold two lessons of the same turno in one dia and periodo.
      * Room codes are only unique within a school unit, so a room
      * is only taken by lessons of turmas of the same unit.
       VERIFICA-SALA.
           MOVE 0 TO RTN-SALA-RECUSADA.
           MOVE HOR-TURMA OF HORARIO TO TURMA-SALA-BUSCA.
           PERFORM BUSCA-TURMA-CAT.
           MOVE TURNO-TURMA-CAT TO TURNO-AULA.
           MOVE UNIDADE-TURMA-CAT TO UNIDADE-AULA.
           IF HOR-SALA OF HORARIO NOT EQUAL SPACES THEN
               MOVE HOR-SALA OF HORARIO TO SALA-AULA
           ELSE
               MOVE SALA-TURMA-CAT TO SALA-AULA
           END-IF.
           IF SALA-AULA NOT EQUAL SPACES THEN
               CALL "ALUNO-SALA-VALIDA" USING SALA-AULA, SALA-HORARIO,
                       RTN-SALA-OK
               IF RTN-SALA-OK EQUAL 0 AND
                       HOR-SALA OF HORARIO NOT EQUAL SPACES THEN
                   MOVE 1 TO RTN-SALA-RECUSADA
                   MOVE "SALA NAO CADASTRADA" TO STATUS-HORARIO
               ELSE
               IF RTN-SALA-OK NOT EQUAL 0 AND
                       ((TURNO-AULA EQUAL "M" AND
                               NOT SAL-LIVRE-MANHA OF SALA-HORARIO) OR
                       (TURNO-AULA EQUAL "T" AND
                               NOT SAL-LIVRE-TARDE OF SALA-HORARIO) OR
                       (TURNO-AULA EQUAL "N" AND
                               NOT SAL-LIVRE-NOITE OF SALA-HORARIO))
                       THEN
                   MOVE 1 TO RTN-SALA-RECUSADA
                   MOVE "SALA FORA DO TURNO" TO STATUS-HORARIO
               ELSE
                   PERFORM VERIFICA-CONFLITO-SALA
               END-IF
               END-IF
           END-IF.

       VERIFICA-CONFLITO-SALA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-HORARIOS OR RTN-SALA-RECUSADA
                           NOT EQUAL 0
               IF HOR-DIA OF HORARIOS(J) EQUAL HOR-DIA OF HORARIO AND
                       HOR-PERIODO OF HORARIOS(J) EQUAL
                               HOR-PERIODO OF HORARIO THEN
                   PERFORM SALA-DO-HORARIO
                   IF SALA-SLOT EQUAL SALA-AULA AND
                           TURNO-TURMA-CAT EQUAL TURNO-AULA AND
                           UNIDADE-TURMA-CAT EQUAL UNIDADE-AULA THEN
                       MOVE 1 TO RTN-SALA-RECUSADA
                       MOVE "SALA JA OCUPADA" TO STATUS-HORARIO
                   END-IF
               END-IF
           END-PERFORM.

      * Room and turno of the timetable entry J.
       SALA-DO-HORARIO.
           MOVE HOR-TURMA OF HORARIOS(J) TO TURMA-SALA-BUSCA.
           PERFORM BUSCA-TURMA-CAT.
           IF HOR-SALA OF HORARIOS(J) NOT EQUAL SPACES THEN
               MOVE HOR-SALA OF HORARIOS(J) TO SALA-SLOT
           ELSE
               MOVE SALA-TURMA-CAT TO SALA-SLOT
           END-IF.

       BUSCA-TURMA-CAT.
           MOVE SPACES TO SALA-TURMA-CAT.
           MOVE SPACES TO TURNO-TURMA-CAT.
           MOVE 1 TO UNIDADE-TURMA-CAT.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
               IF TUR-CODIGO OF TURMAS(IX-TURMAS) EQUAL
                       TURMA-SALA-BUSCA THEN
                   MOVE TUR-SALA OF TURMAS(IX-TURMAS)
                           TO SALA-TURMA-CAT
                   MOVE TUR-TURNO OF TURMAS(IX-TURMAS)
                           TO TURNO-TURMA-CAT
                   MOVE TUR-UNIDADE OF TURMAS(IX-TURMAS)
                           TO UNIDADE-TURMA-CAT
               END-IF
           END-PERFORM.

       REMOVE-HORARIO.
           MOVE SPACES TO HORARIO.
           MOVE " " TO CANCELADO.
           ACCEPT ATRIBUI-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
           CALL "ALUNO-TURMA-UNIDADE" USING HOR-TURMA OF HORARIO,
                   OPERADOR-ID, UNIDADE-TURMA, RTN-UNIDADE-OK
           IF RTN-UNIDADE-OK EQUAL 0 THEN
               MOVE "TURMA OUTRA UNIDADE" TO STATUS-HORARIO
           ELSE
               PERFORM BUSCA-HORARIO
               IF RTN-HORARIO-ACHADO EQUAL 0 THEN
                   MOVE "HORARIO INEXISTENTE" TO STATUS-HORARIO
               ELSE
                   MOVE HORARIOS(RTN-HORARIO-ACHADO) TO HORARIO
                   PERFORM VARYING I FROM RTN-HORARIO-ACHADO BY 1
                           UNTIL I >= TOTAL-HORARIOS
                       MOVE HORARIOS(I + 1) TO HORARIOS(I)
                   END-PERFORM
                   COMPUTE TOTAL-HORARIOS = TOTAL-HORARIOS - 1
                   MOVE "HORARIO REMOVIDO" TO STATUS-HORARIO
                   PERFORM AVISA-MATRIZ
               END-IF
           END-IF
           END-IF.

       BUSCA-HORARIO.
           END-STRING.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-QUADRO.
           PERFORM IMPRIME-CONFERENCIA-MATRIZ.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           MOVE "GRAVADO EM HORARIO.RPT" TO STATUS-HORARIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           MOVE "GRAVADO EM HORARIO.RPT" TO STATUS-HORARIO.

      * Occupancy of one room in one turno: the turma and
      * disciplina of every lesson held there, whether the room is
      * the turma's home room or was booked for the slot.
       GRADE-POR-SALA.
           MOVE SPACES TO SALA-GRADE.
           MOVE SPACES TO TURNO-GRADE.
           DISPLAY SALA-GRADE-SCREEN.
           ACCEPT SALA-GRADE-SCREEN.
           MOVE SPACES TO QUADRO-GRADE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-HORARIOS
               PERFORM SALA-DO-HORARIO
               IF SALA-SLOT EQUAL SALA-GRADE AND
                       TURNO-TURMA-CAT EQUAL TURNO-GRADE THEN
                   MOVE SPACES TO QUADRO-PERIODO(
                           HOR-DIA OF HORARIOS(J),
                           HOR-PERIODO OF HORARIOS(J))
                   STRING HOR-TURMA OF HORARIOS(J) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          HOR-DISCIPLINA OF HORARIOS(J)
                                  DELIMITED BY SIZE
                          INTO QUADRO-PERIODO(HOR-DIA OF HORARIOS(J),
                                  HOR-PERIODO OF HORARIOS(J))
                   END-STRING
               END-IF
           END-PERFORM.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "OCUPACAO DA SALA " DELIMITED BY SIZE
                  SALA-GRADE DELIMITED BY SIZE
                  " - TURNO " DELIMITED BY SIZE
                  TURNO-GRADE DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-QUADRO.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           MOVE "GRAVADO EM HORARIO.RPT" TO STATUS-HORARIO.

       IMPRIME-QUADRO.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
               END-STRING
           END-IF.
           WRITE RELATORIO-LINHA.

      * The weekly periods a turma has for a disciplina are checked
      * against the curriculum matrix of its serie.  It is only a
      * warning: the timetable is built one slot at a time, so it
      * is out of step with the matrix until it is complete.
       AVISA-MATRIZ.
           MOVE HOR-TURMA OF HORARIO TO TURMA-MATRIZ.
           CALL "ALUNO-MATRIZ-SERIE" USING TURMA-MATRIZ, SERIE-TURMA,
                   TOTAL-MATRIZ, LISTA-MATRIZ.
           IF TOTAL-MATRIZ NOT EQUAL 0 THEN
               MOVE HOR-DISCIPLINA OF HORARIO TO DISCIPLINA-MATRIZ
               PERFORM CONTA-AULAS-GRADE
               PERFORM BUSCA-DISCIPLINA-MATRIZ
               IF RTN-MATRIZ-ACHADA EQUAL 0 THEN
                   IF AULAS-GRADE NOT EQUAL 0 THEN
                       MOVE "FORA DA MATRIZ DA SERIE" TO STATUS-HORARIO
                   END-IF
               ELSE
               IF AULAS-GRADE NOT EQUAL
                       MTZ-AULAS-SEMANA OF
                               MATRIZ-DISC(RTN-MATRIZ-ACHADA) THEN
                   MOVE AULAS-GRADE TO AULAS-GRADE-EDIT
                   MOVE MTZ-AULAS-SEMANA OF
                           MATRIZ-DISC(RTN-MATRIZ-ACHADA)
                           TO AULAS-MATRIZ-EDIT
                   MOVE SPACES TO STATUS-HORARIO
                   STRING "GRADE " DELIMITED BY SIZE
                          AULAS-GRADE-EDIT DELIMITED BY SIZE
                          " AULAS MATRIZ " DELIMITED BY SIZE
                          AULAS-MATRIZ-EDIT DELIMITED BY SIZE
                          INTO STATUS-HORARIO
                   END-STRING
               END-IF
               END-IF
           END-IF.

       CONTA-AULAS-GRADE.
           MOVE 0 TO AULAS-GRADE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-HORARIOS
               IF HOR-TURMA OF HORARIOS(I) EQUAL TURMA-MATRIZ AND
                       HOR-DISCIPLINA OF HORARIOS(I) EQUAL
                               DISCIPLINA-MATRIZ THEN
                   ADD 1 TO AULAS-GRADE
               END-IF
           END-PERFORM.

       BUSCA-DISCIPLINA-MATRIZ.
           MOVE 0 TO RTN-MATRIZ-ACHADA.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TOTAL-MATRIZ OR RTN-MATRIZ-ACHADA NOT
                           EQUAL 0
               IF MTZ-DISCIPLINA OF MATRIZ-DISC(M) EQUAL
                       DISCIPLINA-MATRIZ THEN
                   MOVE M TO RTN-MATRIZ-ACHADA
               END-IF
           END-PERFORM.

       IMPRIME-CONFERENCIA-MATRIZ.
           MOVE TURMA-GRADE TO TURMA-MATRIZ.
           CALL "ALUNO-MATRIZ-SERIE" USING TURMA-MATRIZ, SERIE-TURMA,
                   TOTAL-MATRIZ, LISTA-MATRIZ.
           IF TOTAL-MATRIZ NOT EQUAL 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "CONFERENCIA COM A MATRIZ - SERIE "
                          DELIMITED BY SIZE
                      SERIE-TURMA DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "DISCIPLINA MATRIZ GRADE" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM IMPRIME-CONFERENCIA-DISC VARYING M FROM 1 BY 1
                       UNTIL M > TOTAL-MATRIZ
           END-IF.

       IMPRIME-CONFERENCIA-DISC.
           MOVE MTZ-DISCIPLINA OF MATRIZ-DISC(M) TO DISCIPLINA-MATRIZ.
           PERFORM CONTA-AULAS-GRADE.
           MOVE AULAS-GRADE TO AULAS-GRADE-EDIT.
           MOVE MTZ-AULAS-SEMANA OF MATRIZ-DISC(M) TO AULAS-MATRIZ-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING DISCIPLINA-MATRIZ DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  AULAS-MATRIZ-EDIT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  AULAS-GRADE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           IF AULAS-GRADE NOT EQUAL MTZ-AULAS-SEMANA OF MATRIZ-DISC(M)
                   THEN
               MOVE "DIVERGENTE" TO RELATORIO-LINHA(26:10)
           END-IF.
           WRITE RELATORIO-LINHA.
