       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-SUBSTITUICAO-RELATORIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PROFESSORES ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUSENCIAS ASSIGN TO "PROFAUSE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SUBSTITUICOES ASSIGN TO "SUBSTITU.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "SUBSTMES.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROFESSORES.
       01  PROFESSOR-REC.
           COPY ALUPROF.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-AUSENCIAS.
       01  AUSENCIA-REC.
           COPY ALUAUSEN.
       FD  ARQ-SUBSTITUICOES.
       01  SUBSTITUICAO-REC.
           COPY ALUSUBST.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 H PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 B PIC 9(3) VALUE 1.
       01 N PIC 9(4) VALUE 1.
       01 P PIC 9(3) VALUE 1.
       01 Q PIC 9(4) VALUE 1.
       01 MES-RELATORIO PIC 9(6) VALUE 0.
       01 CANCELADO PIC X VALUE " ".
       01 STATUS-RELATORIO PIC X(25) VALUE " ".
       01 FIM-PROFESSORES PIC X VALUE "N".
           88 FIM-DO-ARQ-PROFESSORES VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       01 FIM-AUSENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-AUSENCIAS VALUE "S".
       01 FIM-SUBSTITUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-SUBSTITUICOES VALUE "S".
       01 TOTAL-PROFESSORES PIC 9(3) VALUE 0.
       01 LISTA-PROFESSORES.
           05 PROFESSORES OCCURS 50 TIMES.
               COPY ALUPROF REPLACING ==05== BY ==10==.
       01 LISTA-CONTAGENS.
           05 CONTAGENS OCCURS 50 TIMES.
               10 CNT-AFETADAS       PIC 9(4).
               10 CNT-SUBSTITUIDAS   PIC 9(4).
               10 CNT-DESCOBERTAS    PIC 9(4).
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       01 LISTA-UNIDADES-HORARIO.
           05 UNIDADE-HORARIO OCCURS 500 TIMES PIC 9(2).
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 TOTAL-AUSENCIAS PIC 9(3) VALUE 0.
       01 LISTA-AUSENCIAS.
           05 AUSENCIAS OCCURS 500 TIMES.
               COPY ALUAUSEN REPLACING ==05== BY ==10==.
       01 TOTAL-SUBSTITUICOES PIC 9(4) VALUE 0.
       01 LISTA-SUBSTITUICOES.
           05 SUBSTITUICOES OCCURS 1000 TIMES.
               COPY ALUSUBST REPLACING ==05== BY ==10==.
       01 TOTAL-DESCOBERTAS PIC 9(4) VALUE 0.
       01 LISTA-DESCOBERTAS.
           05 DESCOBERTAS OCCURS 1000 TIMES.
               10 DSC-DATA           PIC 9(8).
               10 DSC-PERIODO        PIC 9(1).
               10 DSC-TURMA          PIC X(4).
               10 DSC-DISCIPLINA     PIC X(10).
               10 DSC-PROFESSOR      PIC X(8).
       01 RTN-PROF-ACHADO PIC 9(3) VALUE 0.
       01 RTN-AUSENTE PIC 9(1) VALUE 0.
       01 RTN-SUBSTITUICAO PIC 9(4) VALUE 0.
       01 RTN-CANCELADA PIC 9(1) VALUE 0.
       01 QTDE-AUSENCIAS PIC 9(3) VALUE 0.
       01 TOTAL-DIAS-LETIVOS PIC 9(3) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DIA-SEMANA-CAL PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 AFETADAS-EDIT PIC ZZZ9.
       01 SUBSTITUIDAS-EDIT PIC ZZZ9.
       01 DESCOBERTAS-EDIT PIC ZZZ9.
       01 NOME-RELATORIO PIC X(12) VALUE "SUBSTMES.RPT".
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  FILTRO-SCREEN.
           05  VALUE "AUSENCIAS DE PROFESSORES NO MES"
                                          BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Mes (AAAAMM):"                     LINE 3 COL 10.
           05  MES-INPUT                                 LINE 3 COL 40
                           PIC 9(6) TO MES-RELATORIO AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 4 COL 10.
           05  CANCELA-INPUT                             LINE 4 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-RELATORIO-WS                      LINE 5 COL 10
                        PIC X(25) FROM STATUS-RELATORIO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           MOVE " " TO STATUS-RELATORIO.
           PERFORM UNTIL STATUS-RELATORIO EQUAL 'OK'
                   OR CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM PEDE-FILTRO
           END-PERFORM.
           IF STATUS-RELATORIO EQUAL 'OK' THEN
               PERFORM CARREGA-PROFESSORES
               PERFORM CARREGA-HORARIOS
               PERFORM ASSOCIA-UNIDADES
               PERFORM CARREGA-AUSENCIAS
               PERFORM CARREGA-SUBSTITUICOES
               PERFORM APURA-MES
               PERFORM IMPRIME-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               DISPLAY "RELATORIO GRAVADO EM SUBSTMES.RPT"
           END-IF.
           MOVE " " TO STATUS-RELATORIO.
           MOVE " " TO CANCELADO.
       EXIT PROGRAM.

       PEDE-FILTRO.
           MOVE 0 TO MES-RELATORIO.
           DISPLAY FILTRO-SCREEN.
           ACCEPT FILTRO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               IF MES-RELATORIO(5:2) < "01" OR
                       MES-RELATORIO(5:2) > "12" THEN
                   MOVE "MES INVALIDO" TO STATUS-RELATORIO
               ELSE
                   MOVE "OK" TO STATUS-RELATORIO
               END-IF
           END-IF.

       CARREGA-PROFESSORES.
           MOVE 0 TO TOTAL-PROFESSORES.
           MOVE "N" TO FIM-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES.
           PERFORM LE-PROFESSOR UNTIL FIM-DO-ARQ-PROFESSORES.
           CLOSE ARQ-PROFESSORES.

       LE-PROFESSOR.
           READ ARQ-PROFESSORES
               AT END
                   MOVE "S" TO FIM-PROFESSORES
               NOT AT END
                   IF TOTAL-PROFESSORES < 50 THEN
                       ADD 1 TO TOTAL-PROFESSORES
                       MOVE PROFESSOR-REC
                               TO PROFESSORES(TOTAL-PROFESSORES)
                       MOVE 0 TO CNT-AFETADAS(TOTAL-PROFESSORES)
                       MOVE 0 TO CNT-SUBSTITUIDAS(TOTAL-PROFESSORES)
                       MOVE 0 TO CNT-DESCOBERTAS(TOTAL-PROFESSORES)
                   END-IF
           END-READ.

       CARREGA-HORARIOS.
           MOVE 0 TO TOTAL-HORARIOS.
           MOVE "N" TO FIM-HORARIOS.
           OPEN INPUT ARQ-HORARIOS.
           PERFORM LE-HORARIO UNTIL FIM-DO-ARQ-HORARIOS.
           CLOSE ARQ-HORARIOS.

       LE-HORARIO.
           READ ARQ-HORARIOS
               AT END
                   MOVE "S" TO FIM-HORARIOS
               NOT AT END
                   IF TOTAL-HORARIOS < 500 THEN
                       ADD 1 TO TOTAL-HORARIOS
                       MOVE HORARIO-REC TO HORARIOS(TOTAL-HORARIOS)
                   END-IF
           END-READ.

      * Each slot of the timetable takes the school unit of its
      * turma (unit 1 for a turma not in the catalog), so that a
      * calendar day only brings in the slots of its own unit.
       ASSOCIA-UNIDADES.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > TOTAL-HORARIOS
               MOVE 1 TO UNIDADE-HORARIO(H)
           END-PERFORM.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   PERFORM VARYING H FROM 1 BY 1
                           UNTIL H > TOTAL-HORARIOS
                       IF HOR-TURMA OF HORARIOS(H) EQUAL TUR-CODIGO
                               THEN
                           MOVE TUR-UNIDADE TO UNIDADE-HORARIO(H)
                       END-IF
                   END-PERFORM
           END-READ.

       CARREGA-AUSENCIAS.
           MOVE 0 TO TOTAL-AUSENCIAS.
           MOVE "N" TO FIM-AUSENCIAS.
           OPEN INPUT ARQ-AUSENCIAS.
           PERFORM LE-AUSENCIA UNTIL FIM-DO-ARQ-AUSENCIAS.
           CLOSE ARQ-AUSENCIAS.

       LE-AUSENCIA.
           READ ARQ-AUSENCIAS
               AT END
                   MOVE "S" TO FIM-AUSENCIAS
               NOT AT END
                   IF AUS-DATA OF AUSENCIA-REC(1:6) EQUAL
                           MES-RELATORIO AND
                           TOTAL-AUSENCIAS < 500 THEN
                       ADD 1 TO TOTAL-AUSENCIAS
                       MOVE AUSENCIA-REC TO AUSENCIAS(TOTAL-AUSENCIAS)
                   END-IF
           END-READ.

       CARREGA-SUBSTITUICOES.
           MOVE 0 TO TOTAL-SUBSTITUICOES.
           MOVE "N" TO FIM-SUBSTITUICOES.
           OPEN INPUT ARQ-SUBSTITUICOES.
           PERFORM LE-SUBSTITUICAO UNTIL FIM-DO-ARQ-SUBSTITUICOES.
           CLOSE ARQ-SUBSTITUICOES.

       LE-SUBSTITUICAO.
           READ ARQ-SUBSTITUICOES
               AT END
                   MOVE "S" TO FIM-SUBSTITUICOES
               NOT AT END
                   IF SUB-DATA OF SUBSTITUICAO-REC(1:6) EQUAL
                           MES-RELATORIO AND
                           TOTAL-SUBSTITUICOES < 1000 THEN
                       ADD 1 TO TOTAL-SUBSTITUICOES
                       MOVE SUBSTITUICAO-REC
                               TO SUBSTITUICOES(TOTAL-SUBSTITUICOES)
                   END-IF
           END-READ.

      * Every letivo day of the month gives the timetable periods
      * of its weekday in that day's school unit.  A period whose
      * teacher was absent counts as affected for that teacher, and
      * as covered or uncovered depending on whether a substitution
      * stands for the slot.
       APURA-MES.
           MOVE 0 TO TOTAL-DESCOBERTAS.
           MOVE 0 TO TOTAL-DIAS-LETIVOS.
           MOVE "N" TO FIM-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO.
           PERFORM LE-CALENDARIO UNTIL FIM-DO-ARQ-CALENDARIO.
           CLOSE ARQ-CALENDARIO.

       LE-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   MOVE "S" TO FIM-CALENDARIO
               NOT AT END
                   IF CAL-LETIVO AND CAL-DATA(1:6) EQUAL MES-RELATORIO
                           THEN
                       ADD 1 TO TOTAL-DIAS-LETIVOS
                       CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                               CAL-DATA, DIA-SEMANA-CAL, STATUS-DATA
                       IF STATUS-DATA EQUAL "OK" THEN
                           PERFORM APURA-PERIODO VARYING H FROM 1 BY 1
                                   UNTIL H > TOTAL-HORARIOS
                       END-IF
                   END-IF
           END-READ.

       APURA-PERIODO.
           IF HOR-DIA OF HORARIOS(H) EQUAL DIA-SEMANA-CAL AND
                   UNIDADE-HORARIO(H) EQUAL CAL-UNIDADE THEN
               PERFORM VERIFICA-AUSENCIA
               IF RTN-AUSENTE NOT EQUAL 0 THEN
                   PERFORM VERIFICA-SUBSTITUICAO
                   PERFORM BUSCA-PROFESSOR
                   IF RTN-PROF-ACHADO NOT EQUAL 0 THEN
                       ADD 1 TO CNT-AFETADAS(RTN-PROF-ACHADO)
                       IF RTN-SUBSTITUICAO NOT EQUAL 0 THEN
                           ADD 1 TO CNT-SUBSTITUIDAS(RTN-PROF-ACHADO)
                       ELSE
                           ADD 1 TO CNT-DESCOBERTAS(RTN-PROF-ACHADO)
                       END-IF
                   END-IF
                   IF RTN-SUBSTITUICAO EQUAL 0 AND
                           TOTAL-DESCOBERTAS < 1000 THEN
                       ADD 1 TO TOTAL-DESCOBERTAS
                       MOVE CAL-DATA TO DSC-DATA(TOTAL-DESCOBERTAS)
                       MOVE HOR-PERIODO OF HORARIOS(H)
                               TO DSC-PERIODO(TOTAL-DESCOBERTAS)
                       MOVE HOR-TURMA OF HORARIOS(H)
                               TO DSC-TURMA(TOTAL-DESCOBERTAS)
                       MOVE HOR-DISCIPLINA OF HORARIOS(H)
                               TO DSC-DISCIPLINA(TOTAL-DESCOBERTAS)
                       MOVE HOR-PROFESSOR OF HORARIOS(H)
                               TO DSC-PROFESSOR(TOTAL-DESCOBERTAS)
                   END-IF
               END-IF
           END-IF.

      * Absences of a teacher on one day add up in the order they
      * were recorded; a record with periodo zero cancels the ones
      * recorded before it for that teacher and day.
       VERIFICA-AUSENCIA.
           MOVE 0 TO RTN-AUSENTE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > TOTAL-AUSENCIAS
               IF AUS-PROFESSOR OF AUSENCIAS(A) EQUAL
                       HOR-PROFESSOR OF HORARIOS(H) AND
                       AUS-DATA OF AUSENCIAS(A) EQUAL CAL-DATA THEN
                   IF AUS-PERIODO-INICIAL OF AUSENCIAS(A) EQUAL 0 THEN
                       MOVE 0 TO RTN-AUSENTE
                   ELSE
                   IF HOR-PERIODO OF HORARIOS(H) >=
                           AUS-PERIODO-INICIAL OF AUSENCIAS(A) AND
                           HOR-PERIODO OF HORARIOS(H) <=
                           AUS-PERIODO-FINAL OF AUSENCIAS(A) THEN
                       MOVE 1 TO RTN-AUSENTE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * The last substitution recorded for the slot stands; a
      * blank substitute means it was cancelled.
       VERIFICA-SUBSTITUICAO.
           MOVE 0 TO RTN-SUBSTITUICAO.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-SUBSTITUICOES
               IF SUB-DATA OF SUBSTITUICOES(N) EQUAL CAL-DATA AND
                       SUB-TURMA OF SUBSTITUICOES(N) EQUAL
                               HOR-TURMA OF HORARIOS(H) AND
                       SUB-PERIODO OF SUBSTITUICOES(N) EQUAL
                               HOR-PERIODO OF HORARIOS(H) THEN
                   MOVE N TO RTN-SUBSTITUICAO
               END-IF
           END-PERFORM.
           IF RTN-SUBSTITUICAO NOT EQUAL 0 THEN
               IF SUB-PROFESSOR-SUBST OF SUBSTITUICOES(RTN-SUBSTITUICAO)
                       EQUAL SPACES THEN
                   MOVE 0 TO RTN-SUBSTITUICAO
               END-IF
           END-IF.

       BUSCA-PROFESSOR.
           MOVE 0 TO RTN-PROF-ACHADO.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOTAL-PROFESSORES
                   OR RTN-PROF-ACHADO NOT EQUAL 0
               IF PRF-ID OF PROFESSORES(P) EQUAL
                       HOR-PROFESSOR OF HORARIOS(H) THEN
                   MOVE P TO RTN-PROF-ACHADO
               END-IF
           END-PERFORM.

       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "AUSENCIAS DE PROFESSORES - MES " DELIMITED BY SIZE
                  MES-RELATORIO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO QTDE-AUSENCIAS.
           PERFORM IMPRIME-PROFESSOR VARYING P FROM 1 BY 1
                   UNTIL P > TOTAL-PROFESSORES.
           IF QTDE-AUSENCIAS EQUAL 0 THEN
               MOVE "NENHUMA AUSENCIA NO MES" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "AULAS SEM SUBSTITUTO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF TOTAL-DESCOBERTAS EQUAL 0 THEN
               MOVE "NENHUMA AULA SEM SUBSTITUTO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM IMPRIME-DESCOBERTA VARYING Q FROM 1 BY 1
                       UNTIL Q > TOTAL-DESCOBERTAS
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TOTAL DE AULAS SEM SUBSTITUTO: " DELIMITED BY
                              SIZE
                      TOTAL-DESCOBERTAS DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           CLOSE ARQ-RELATORIO.

      * A teacher is listed when any absence of the month still
      * stands, i.e. was not cancelled by a later record of the
      * same day.
       IMPRIME-PROFESSOR.
           MOVE 0 TO RTN-PROF-ACHADO.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > TOTAL-AUSENCIAS
               IF AUS-PROFESSOR OF AUSENCIAS(A) EQUAL
                       PRF-ID OF PROFESSORES(P) AND
                       AUS-PERIODO-INICIAL OF AUSENCIAS(A) NOT EQUAL 0
                       THEN
                   PERFORM VERIFICA-CANCELADA
                   IF RTN-CANCELADA EQUAL 0 THEN
                       MOVE 1 TO RTN-PROF-ACHADO
                   END-IF
               END-IF
           END-PERFORM.
           IF RTN-PROF-ACHADO NOT EQUAL 0 THEN
               ADD 1 TO QTDE-AUSENCIAS
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "PROFESSOR " DELIMITED BY SIZE
                      PRF-ID OF PROFESSORES(P) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRF-NOME OF PROFESSORES(P) DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               PERFORM IMPRIME-AUSENCIA VARYING A FROM 1 BY 1
                       UNTIL A > TOTAL-AUSENCIAS
               MOVE CNT-AFETADAS(P) TO AFETADAS-EDIT
               MOVE CNT-SUBSTITUIDAS(P) TO SUBSTITUIDAS-EDIT
               MOVE CNT-DESCOBERTAS(P) TO DESCOBERTAS-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    AULAS AFETADAS " DELIMITED BY SIZE
                      AFETADAS-EDIT DELIMITED BY SIZE
                      "  SUBSTITUIDAS " DELIMITED BY SIZE
                      SUBSTITUIDAS-EDIT DELIMITED BY SIZE
                      "  SEM SUBSTITUTO " DELIMITED BY SIZE
                      DESCOBERTAS-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-AUSENCIA.
           IF AUS-PROFESSOR OF AUSENCIAS(A) EQUAL
                   PRF-ID OF PROFESSORES(P) AND
                   AUS-PERIODO-INICIAL OF AUSENCIAS(A) NOT EQUAL 0 THEN
               PERFORM VERIFICA-CANCELADA
               IF RTN-CANCELADA EQUAL 0 THEN
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "    " DELIMITED BY SIZE
                          AUS-DATA OF AUSENCIAS(A) DELIMITED BY SIZE
                          " PERIODOS " DELIMITED BY SIZE
                          AUS-PERIODO-INICIAL OF AUSENCIAS(A)
                                  DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          AUS-PERIODO-FINAL OF AUSENCIAS(A)
                                  DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          AUS-MOTIVO OF AUSENCIAS(A) DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

       VERIFICA-CANCELADA.
           MOVE 0 TO RTN-CANCELADA.
           PERFORM VARYING B FROM A BY 1 UNTIL B > TOTAL-AUSENCIAS
               IF AUS-PROFESSOR OF AUSENCIAS(B) EQUAL
                       AUS-PROFESSOR OF AUSENCIAS(A) AND
                       AUS-DATA OF AUSENCIAS(B) EQUAL
                               AUS-DATA OF AUSENCIAS(A) AND
                       AUS-PERIODO-INICIAL OF AUSENCIAS(B) EQUAL 0 THEN
                   MOVE 1 TO RTN-CANCELADA
               END-IF
           END-PERFORM.

       IMPRIME-DESCOBERTA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "    " DELIMITED BY SIZE
                  DSC-DATA(Q) DELIMITED BY SIZE
                  " PERIODO " DELIMITED BY SIZE
                  DSC-PERIODO(Q) DELIMITED BY SIZE
                  "  TURMA " DELIMITED BY SIZE
                  DSC-TURMA(Q) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DSC-DISCIPLINA(Q) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DSC-PROFESSOR(Q) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
