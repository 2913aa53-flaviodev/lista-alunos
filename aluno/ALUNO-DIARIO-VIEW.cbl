       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-DIARIO-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-DIARIO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DIA-FILE-STATUS.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SUBSTITUICOES ASSIGN TO "SUBSTITU.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DIARIO.
       01  DIARIO-REC.
           COPY ALUDIARI.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-SUBSTITUICOES.
       01  SUBSTITUICAO-REC.
           COPY ALUSUBST.

       WORKING-STORAGE SECTION.
       01 DIA-FILE-STATUS PIC X(2) VALUE "00".
       01 B PIC 9(1) VALUE 1.
       01 AULA.
           COPY ALUDIARI.
       01 STATUS-DIARIO PIC X(25) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 FIM-DIARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-DIARIO VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-SUBSTITUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-SUBSTITUICOES VALUE "S".
       01 RTN-DIA-LETIVO PIC 9(1) VALUE 0.
       01 RTN-HORARIO-ACHADO PIC 9(1) VALUE 0.
       01 RTN-JA-REGISTRADA PIC 9(1) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE SPACES.
       01 DIA-SEMANA-AULA PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 PROFESSOR-HORARIO PIC X(8) VALUE SPACES.
       01 DISCIPLINA-HORARIO PIC X(10) VALUE SPACES.
       01 BIM-OPERACAO PIC X(10) VALUE "CONSULTA".
       01 BIM-ANO PIC 9(4) VALUE 0.
       01 BIM-BIMESTRE PIC 9(1) VALUE 0.
       01 STATUS-BIMESTRE PIC X(20) VALUE " ".
       01 TAB-BIMESTRES.
           05 BIMESTRE-FECHADO OCCURS 4 TIMES PIC X(1).
       01 RTN-PERIODO-FECHADO PIC 9(1) VALUE 0.
       01 ANO-REGISTRO PIC 9(4) VALUE 0.
       01 DATA-LIMITE-FECHADA PIC 9(8) VALUE 0.
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       01 NIVEL-OPERADOR PIC 9(1).
       SCREEN SECTION.
       01  AULA-SCREEN.
           05  VALUE "DIARIO DE CLASSE" BLANK SCREEN     LINE 1 COL 10.
           05  VALUE "Data (AAAAMMDD):"                  LINE 3 COL 10.
           05  DATA-INPUT                                LINE 3 COL 30
                   PIC 9(8) TO DIA-DATA OF AULA AUTO.
           05  VALUE "Turma:"                            LINE 4 COL 10.
           05  TURMA-INPUT                               LINE 4 COL 30
                   PIC X(4) TO DIA-TURMA OF AULA AUTO.
           05  VALUE "Disciplina:"                       LINE 5 COL 10.
           05  DISCIPLINA-INPUT                          LINE 5 COL 30
                   PIC X(10) TO DIA-DISCIPLINA OF AULA AUTO.
           05  VALUE "Periodo (1 a 6):"                  LINE 6 COL 10.
           05  PERIODO-INPUT                             LINE 6 COL 30
                   PIC 9 TO DIA-PERIODO OF AULA AUTO.
           05  VALUE "Bimestre (1 a 4):"                 LINE 7 COL 10.
           05  BIMESTRE-INPUT                            LINE 7 COL 30
                   PIC 9 TO DIA-BIMESTRE OF AULA AUTO.
           05  VALUE "Professor (branco = do horario):"  LINE 8 COL 10.
           05  PROFESSOR-INPUT                           LINE 8 COL 45
                   PIC X(8) TO DIA-PROFESSOR OF AULA AUTO.
           05  VALUE "Conteudo ministrado:"              LINE 9 COL 10.
           05  CONTEUDO-INPUT                            LINE 10 COL 10
                   PIC X(60) TO DIA-CONTEUDO OF AULA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 11 COL 10.
           05  CANCELA-INPUT                             LINE 11 COL 30
                           PIC X TO CANCELADO AUTO.
           05   STATUS-DIARIO-WS                         LINE 12 COL 10
                        PIC X(25) FROM STATUS-DIARIO.

       PROCEDURE DIVISION USING OPERADOR-ID, NIVEL-OPERADOR.
           PERFORM UNTIL STATUS-DIARIO EQUAL 'OK'
                   OR CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM REGISTRA-AULA
           END-PERFORM.
           MOVE " " TO STATUS-DIARIO.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO AULA.
       EXIT PROGRAM.

       REGISTRA-AULA.
           MOVE SPACES TO AULA.
           MOVE 0 TO DIA-DATA OF AULA.
           MOVE 0 TO DIA-PERIODO OF AULA.
           MOVE 0 TO DIA-BIMESTRE OF AULA.
           DISPLAY AULA-SCREEN.
           ACCEPT AULA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               IF NIVEL-OPERADOR EQUAL 3 THEN
                   MOVE OPERADOR-ID TO DIA-PROFESSOR OF AULA
               END-IF
               IF DIA-PERIODO OF AULA < 1 OR DIA-PERIODO OF AULA > 6
                       OR DIA-BIMESTRE OF AULA < 1
                       OR DIA-BIMESTRE OF AULA > 4 THEN
                   MOVE "PERIODO INVALIDO" TO STATUS-DIARIO
               ELSE
               IF DIA-CONTEUDO OF AULA EQUAL SPACES THEN
                   MOVE "INFORME O CONTEUDO" TO STATUS-DIARIO
               ELSE
               PERFORM VERIFICA-DIA-LETIVO
               IF RTN-DIA-LETIVO EQUAL 0 THEN
                   MOVE "DATA NAO LETIVA" TO STATUS-DIARIO
               ELSE
               PERFORM VERIFICA-HORARIO
               PERFORM VERIFICA-SUBSTITUICAO
               IF RTN-HORARIO-ACHADO EQUAL 0 OR
                       DISCIPLINA-HORARIO NOT EQUAL
                               DIA-DISCIPLINA OF AULA THEN
                   MOVE "AULA FORA DO HORARIO" TO STATUS-DIARIO
               ELSE
               IF DIA-PROFESSOR OF AULA NOT EQUAL SPACES AND
                       DIA-PROFESSOR OF AULA NOT EQUAL
                               PROFESSOR-HORARIO THEN
                   MOVE "PROFESSOR FORA DO HORARIO" TO STATUS-DIARIO
               ELSE
                   MOVE PROFESSOR-HORARIO TO DIA-PROFESSOR OF AULA
                   PERFORM VERIFICA-PERIODO-FECHADO
                   IF RTN-PERIODO-FECHADO NOT EQUAL 0 THEN
                       MOVE "BIMESTRE FECHADO" TO STATUS-DIARIO
                   ELSE
                       PERFORM GRAVA-AULA
                       MOVE "OK" TO STATUS-DIARIO
                       IF RTN-JA-REGISTRADA NOT EQUAL 0 THEN
                           DISPLAY "DIARIO CORRIGIDO - TURMA "
                                   DIA-TURMA OF AULA " DATA "
                                   DIA-DATA OF AULA " PERIODO "
                                   DIA-PERIODO OF AULA
                       ELSE
                           DISPLAY "AULA REGISTRADA - TURMA "
                                   DIA-TURMA OF AULA " DATA "
                                   DIA-DATA OF AULA " PERIODO "
                                   DIA-PERIODO OF AULA
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * A lesson is only recorded on a letivo day of the calendar
      * and on a weekday, since the timetable has no weekend slots.
       VERIFICA-DIA-LETIVO.
           CALL "ALUNO-CALENDARIO-VALIDA" USING DIA-DATA OF AULA,
                   DIA-TURMA OF AULA, RTN-DIA-LETIVO.
           IF RTN-DIA-LETIVO NOT EQUAL 0 THEN
               MOVE "DIA-SEMANA" TO DAT-OPERACAO
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       DIA-DATA OF AULA, DIA-SEMANA-AULA, STATUS-DATA
               IF STATUS-DATA NOT EQUAL "OK" OR DIA-SEMANA-AULA > 5
                       THEN
                   MOVE 0 TO RTN-DIA-LETIVO
               END-IF
           END-IF.

       VERIFICA-HORARIO.
           MOVE 0 TO RTN-HORARIO-ACHADO.
           MOVE SPACES TO PROFESSOR-HORARIO.
           MOVE SPACES TO DISCIPLINA-HORARIO.
           MOVE "N" TO FIM-HORARIOS.
           OPEN INPUT ARQ-HORARIOS.
           PERFORM LE-HORARIO UNTIL FIM-DO-ARQ-HORARIOS
                   OR RTN-HORARIO-ACHADO NOT EQUAL 0.
           CLOSE ARQ-HORARIOS.

       LE-HORARIO.
           READ ARQ-HORARIOS
               AT END
                   MOVE "S" TO FIM-HORARIOS
               NOT AT END
                   IF HOR-TURMA EQUAL DIA-TURMA OF AULA AND
                           HOR-DIA EQUAL DIA-SEMANA-AULA AND
                           HOR-PERIODO EQUAL DIA-PERIODO OF AULA THEN
                       MOVE 1 TO RTN-HORARIO-ACHADO
                       MOVE HOR-PROFESSOR TO PROFESSOR-HORARIO
                       MOVE HOR-DISCIPLINA TO DISCIPLINA-HORARIO
                   END-IF
           END-READ.

      * When the slot was covered by a substitute on that day the
      * substitute is the teacher of the lesson and the one who
      * records it; the last substitution recorded for the slot
      * stands and a blank substitute cancels it.
       VERIFICA-SUBSTITUICAO.
           IF RTN-HORARIO-ACHADO NOT EQUAL 0 THEN
               MOVE "N" TO FIM-SUBSTITUICOES
               OPEN INPUT ARQ-SUBSTITUICOES
               PERFORM LE-SUBSTITUICAO UNTIL FIM-DO-ARQ-SUBSTITUICOES
               CLOSE ARQ-SUBSTITUICOES
           END-IF.

       LE-SUBSTITUICAO.
           READ ARQ-SUBSTITUICOES
               AT END
                   MOVE "S" TO FIM-SUBSTITUICOES
               NOT AT END
                   IF SUB-DATA EQUAL DIA-DATA OF AULA AND
                           SUB-TURMA EQUAL DIA-TURMA OF AULA AND
                           SUB-PERIODO EQUAL DIA-PERIODO OF AULA THEN
                       IF SUB-PROFESSOR-SUBST NOT EQUAL SPACES THEN
                           MOVE SUB-PROFESSOR-SUBST
                                   TO PROFESSOR-HORARIO
                       ELSE
                           MOVE SUB-PROFESSOR-TITULAR
                                   TO PROFESSOR-HORARIO
                       END-IF
                   END-IF
           END-READ.

      * The diary closes with the bimestre in FECHABIM.DAT.  Since
      * the bimestre of an entry is typed, an entry is also refused
      * when a later bimestre is already closed or when its date is
      * not after the last lesson recorded in a closed bimestre, so
      * a closed period cannot be reopened by typing another one.
       VERIFICA-PERIODO-FECHADO.
           MOVE 0 TO RTN-PERIODO-FECHADO.
           MOVE DIA-DATA OF AULA(1:4) TO BIM-ANO.
           MOVE ALL "N" TO TAB-BIMESTRES.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE B TO BIM-BIMESTRE
               CALL "ALUNO-BIMESTRE" USING BIM-OPERACAO, BIM-ANO,
                       BIM-BIMESTRE, STATUS-BIMESTRE
               IF STATUS-BIMESTRE EQUAL "FECHADO" THEN
                   MOVE "S" TO BIMESTRE-FECHADO(B)
                   IF B >= DIA-BIMESTRE OF AULA THEN
                       MOVE 1 TO RTN-PERIODO-FECHADO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM LE-DIARIO-EXISTENTE.
           IF DATA-LIMITE-FECHADA NOT EQUAL 0 AND
                   DIA-DATA OF AULA NOT > DATA-LIMITE-FECHADA THEN
               MOVE 1 TO RTN-PERIODO-FECHADO
           END-IF.

       LE-DIARIO-EXISTENTE.
           MOVE 0 TO RTN-JA-REGISTRADA.
           MOVE 0 TO DATA-LIMITE-FECHADA.
           MOVE "N" TO FIM-DIARIO.
           OPEN INPUT ARQ-DIARIO.
           PERFORM LE-DIARIO UNTIL FIM-DO-ARQ-DIARIO.
           CLOSE ARQ-DIARIO.

       LE-DIARIO.
           READ ARQ-DIARIO
               AT END
                   MOVE "S" TO FIM-DIARIO
               NOT AT END
                   IF DIA-TURMA OF DIARIO-REC EQUAL DIA-TURMA OF AULA
                           AND DIA-DATA OF DIARIO-REC EQUAL
                                   DIA-DATA OF AULA
                           AND DIA-PERIODO OF DIARIO-REC EQUAL
                                   DIA-PERIODO OF AULA THEN
                       MOVE 1 TO RTN-JA-REGISTRADA
                   END-IF
                   MOVE DIA-DATA OF DIARIO-REC(1:4) TO ANO-REGISTRO
                   IF ANO-REGISTRO EQUAL BIM-ANO AND
                           DIA-BIMESTRE OF DIARIO-REC >= 1 AND
                           DIA-BIMESTRE OF DIARIO-REC <= 4 THEN
                       IF BIMESTRE-FECHADO(DIA-BIMESTRE OF DIARIO-REC)
                               EQUAL "S" AND
                               DIA-DATA OF DIARIO-REC >
                                       DATA-LIMITE-FECHADA THEN
                           MOVE DIA-DATA OF DIARIO-REC
                                   TO DATA-LIMITE-FECHADA
                       END-IF
                   END-IF
           END-READ.

       GRAVA-AULA.
           MOVE OPERADOR-ID TO DIA-OPERADOR OF AULA.
           ACCEPT DIA-DATA-REGISTRO OF AULA FROM DATE YYYYMMDD.
           OPEN EXTEND ARQ-DIARIO.
           IF DIA-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-DIARIO
           END-IF.
           MOVE AULA TO DIARIO-REC.
           WRITE DIARIO-REC.
           CLOSE ARQ-DIARIO.
