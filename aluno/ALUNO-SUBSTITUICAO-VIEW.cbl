       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-SUBSTITUICAO-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PROFESSORES ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUSENCIAS ASSIGN TO "PROFAUSE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUS-FILE-STATUS.
           SELECT OPTIONAL ARQ-SUBSTITUICOES ASSIGN TO "SUBSTITU.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUB-FILE-STATUS.
           SELECT ARQ-RELATORIO ASSIGN TO "SUBSTDIA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROFESSORES.
       01  PROFESSOR-REC.
           COPY ALUPROF.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-AUSENCIAS.
       01  AUSENCIA-REC.
           COPY ALUAUSEN.
       FD  ARQ-SUBSTITUICOES.
       01  SUBSTITUICAO-REC.
           COPY ALUSUBST.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 AUS-FILE-STATUS PIC X(2) VALUE "00".
       01 SUB-FILE-STATUS PIC X(2) VALUE "00".
       01 I PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 N PIC 9(4) VALUE 1.
       01 P PIC 9(1) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 STATUS-SUBSTITUICAO PIC X(25) VALUE " ".
       01 FIM-PROFESSORES PIC X VALUE "N".
           88 FIM-DO-ARQ-PROFESSORES VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-AUSENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-AUSENCIAS VALUE "S".
       01 FIM-SUBSTITUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-SUBSTITUICOES VALUE "S".
       01 TOTAL-PROFESSORES PIC 9(3) VALUE 0.
       01 LISTA-PROFESSORES.
           05 PROFESSORES OCCURS 50 TIMES.
               COPY ALUPROF REPLACING ==05== BY ==10==.
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       COPY ALUTURML.
       01 TOTAL-AUSENCIAS PIC 9(3) VALUE 0.
       01 LISTA-AUSENCIAS.
           05 AUSENCIAS OCCURS 500 TIMES.
               COPY ALUAUSEN REPLACING ==05== BY ==10==.
       01 TOTAL-SUBSTITUICOES PIC 9(4) VALUE 0.
       01 LISTA-SUBSTITUICOES.
           05 SUBSTITUICOES OCCURS 1000 TIMES.
               COPY ALUSUBST REPLACING ==05== BY ==10==.
       01 AUSENCIA.
           COPY ALUAUSEN.
       01 SUBSTITUICAO.
           COPY ALUSUBST.
       01 DATA-CONSULTA PIC 9(8) VALUE 0.
       01 TURNO-QUADRO PIC X(1) VALUE SPACES.
           88 TURNO-QUADRO-VALIDO VALUES "M" "T" "N".
       01 NOME-TURNO PIC X(6) VALUE SPACES.
       01 RTN-DIA-LETIVO PIC 9(1) VALUE 0.
       01 TURMA-CALENDARIO PIC X(4) VALUE SPACES.
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DIA-SEMANA-DATA PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 DIA-AULA PIC 9(1) VALUE 0.
       01 PERIODO-AULA PIC 9(1) VALUE 0.
       01 TURMA-AULA PIC X(4) VALUE SPACES.
       01 PROFESSOR-AULA PIC X(8) VALUE SPACES.
       01 RTN-PROFESSOR-ACHADO PIC 9(3) VALUE 0.
       01 RTN-HORARIO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-CONFLITO PIC 9(3) VALUE 0.
       01 RTN-SUBSTITUICAO PIC 9(4) VALUE 0.
       01 RTN-AUSENTE PIC 9(1) VALUE 0.
       01 RTN-OCUPADO PIC 9(1) VALUE 0.
       01 TOTAL-AULAS-AFETADAS PIC 9(2) VALUE 0.
       01 TOTAL-LINHAS-QUADRO PIC 9(3) VALUE 0.
       01 TOTAL-SEM-SUBSTITUTO PIC 9(3) VALUE 0.
       01 NOME-RELATORIO PIC X(12) VALUE "SUBSTDIA.RPT".
       01 LISTA-TURMAS-QUADRO.
           05 TURMA-NO-QUADRO OCCURS TUR-MAX-TURMAS TIMES PIC X(1).
       01 TOTAL-AEE-LISTADOS PIC 9(3) VALUE 0.
       01 AEE-OPERACAO PIC X(10) VALUE SPACES.
       01 MATRICULA-AEE PIC 9(6) VALUE 0.
       01 MARCA-AEE PIC X(8) VALUE SPACES.
       01 LEGENDA-AEE PIC X(60) VALUE
          "AEE: T=TEMPO EXTRA L=LEDOR A=PROVA AMPLIADA S=SALA SEPARADA".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "AUSENCIAS E SUBSTITUICOES" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "(1) Registrar ausencia de professor"
                                                         LINE 3 COL 10.
           05  VALUE "(2) Registrar substituicao"        LINE 4 COL 10.
           05  VALUE "(3) Quadro de substituicoes do dia"
                                                         LINE 5 COL 10.
           05  VALUE "(x) Voltar"                        LINE 6 COL 10.
           05  VALUE "OPCAO:"                            LINE 8 COL 10.
           05  OPCAO-INPUT                               LINE 8 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-SUBSTITUICAO-WS                   LINE 10 COL 10
                        PIC X(25) FROM STATUS-SUBSTITUICAO.

       01  AUSENCIA-SCREEN.
           05  VALUE "AUSENCIA DE PROFESSOR" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Professor:"                        LINE 3 COL 10.
           05  PROFESSOR-INPUT                           LINE 3 COL 40
                   PIC X(8) TO AUS-PROFESSOR OF AUSENCIA AUTO.
           05  VALUE "Data (AAAAMMDD):"                  LINE 4 COL 10.
           05  DATA-INPUT                                LINE 4 COL 40
                   PIC 9(8) TO AUS-DATA OF AUSENCIA AUTO.
           05  VALUE "Periodo inicial (1 a 6):"          LINE 5 COL 10.
           05  PERIODO-INICIAL-INPUT                     LINE 5 COL 40
                   PIC 9 TO AUS-PERIODO-INICIAL OF AUSENCIA AUTO.
           05  VALUE "Periodo final (1 a 6):"            LINE 6 COL 10.
           05  PERIODO-FINAL-INPUT                       LINE 6 COL 40
                   PIC 9 TO AUS-PERIODO-FINAL OF AUSENCIA AUTO.
           05  VALUE "(periodos 0 e 0 cancelam as ausencias do dia)"
                                                         LINE 7 COL 10.
           05  VALUE "Motivo:"                           LINE 8 COL 10.
           05  MOTIVO-INPUT                              LINE 8 COL 40
                   PIC X(30) TO AUS-MOTIVO OF AUSENCIA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 9 COL 10.
           05  CANCELA-AUS-INPUT                         LINE 9 COL 40
                           PIC X TO CANCELADO AUTO.

       01  SUBSTITUICAO-SCREEN.
           05  VALUE "SUBSTITUICAO" BLANK SCREEN         LINE 1 COL 10.
           05  VALUE "Data (AAAAMMDD):"                  LINE 3 COL 10.
           05  DATA-SUB-INPUT                            LINE 3 COL 40
                   PIC 9(8) TO SUB-DATA OF SUBSTITUICAO AUTO.
           05  VALUE "Turma:"                            LINE 4 COL 10.
           05  TURMA-SUB-INPUT                           LINE 4 COL 40
                   PIC X(4) TO SUB-TURMA OF SUBSTITUICAO AUTO.
           05  VALUE "Periodo (1 a 6):"                  LINE 5 COL 10.
           05  PERIODO-SUB-INPUT                         LINE 5 COL 40
                   PIC 9 TO SUB-PERIODO OF SUBSTITUICAO AUTO.
           05  VALUE "Substituto (branco = cancela):"    LINE 6 COL 10.
           05  SUBSTITUTO-INPUT                          LINE 6 COL 40
                   PIC X(8) TO SUB-PROFESSOR-SUBST OF SUBSTITUICAO
                   AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 7 COL 10.
           05  CANCELA-SUB-INPUT                         LINE 7 COL 40
                           PIC X TO CANCELADO AUTO.

       01  QUADRO-SCREEN.
           05  VALUE "QUADRO DE SUBSTITUICOES" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Data (AAAAMMDD):"                  LINE 3 COL 10.
           05  DATA-QUADRO-INPUT                         LINE 3 COL 40
                           PIC 9(8) TO DATA-CONSULTA AUTO.
           05  VALUE "Turno (M/T/N):"                    LINE 4 COL 10.
           05  TURNO-QUADRO-INPUT                        LINE 4 COL 40
                           PIC X TO TURNO-QUADRO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-HORARIOS.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       PERFORM REGISTRA-AUSENCIA
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM REGISTRA-SUBSTITUICAO
                       MOVE ' ' TO OPCAO
                   WHEN '3'
                       PERFORM QUADRO-DO-DIA
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-SUBSTITUICAO.
           MOVE " " TO CANCELADO.
       EXIT PROGRAM.

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

      * Absences of one day are kept for the checks of that day;
      * they add up in the order recorded and a record with periodo
      * zero cancels the ones before it for that teacher.
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
                   IF AUS-DATA OF AUSENCIA-REC EQUAL DATA-CONSULTA AND
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
                   IF SUB-DATA OF SUBSTITUICAO-REC EQUAL DATA-CONSULTA
                           AND TOTAL-SUBSTITUICOES < 1000 THEN
                       ADD 1 TO TOTAL-SUBSTITUICOES
                       MOVE SUBSTITUICAO-REC
                               TO SUBSTITUICOES(TOTAL-SUBSTITUICOES)
                   END-IF
           END-READ.

       REGISTRA-AUSENCIA.
           MOVE SPACES TO AUSENCIA.
           MOVE 0 TO AUS-DATA OF AUSENCIA.
           MOVE 0 TO AUS-PERIODO-INICIAL OF AUSENCIA.
           MOVE 0 TO AUS-PERIODO-FINAL OF AUSENCIA.
           MOVE " " TO CANCELADO.
           DISPLAY AUSENCIA-SCREEN.
           ACCEPT AUSENCIA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE AUS-PROFESSOR OF AUSENCIA TO PROFESSOR-AULA
               PERFORM BUSCA-PROFESSOR
               IF RTN-PROFESSOR-ACHADO EQUAL 0 THEN
                   MOVE "PROFESSOR NAO CADASTRADO" TO
                           STATUS-SUBSTITUICAO
               ELSE
               MOVE AUS-DATA OF AUSENCIA TO DATA-CONSULTA
               PERFORM VERIFICA-DIA-LETIVO
               IF RTN-DIA-LETIVO EQUAL 0 THEN
                   MOVE "DATA NAO LETIVA" TO STATUS-SUBSTITUICAO
               ELSE
               IF AUS-PERIODO-INICIAL OF AUSENCIA EQUAL 0 AND
                       AUS-PERIODO-FINAL OF AUSENCIA EQUAL 0 THEN
                   MOVE "CANCELADA" TO AUS-MOTIVO OF AUSENCIA
                   PERFORM GRAVA-AUSENCIA
                   MOVE "AUSENCIAS CANCELADAS" TO
                           STATUS-SUBSTITUICAO
               ELSE
               IF AUS-PERIODO-INICIAL OF AUSENCIA < 1 OR
                       AUS-PERIODO-FINAL OF AUSENCIA > 6 OR
                       AUS-PERIODO-FINAL OF AUSENCIA <
                               AUS-PERIODO-INICIAL OF AUSENCIA THEN
                   MOVE "PERIODO INVALIDO" TO STATUS-SUBSTITUICAO
               ELSE
               IF AUS-MOTIVO OF AUSENCIA EQUAL SPACES THEN
                   MOVE "INFORME O MOTIVO" TO STATUS-SUBSTITUICAO
               ELSE
                   PERFORM GRAVA-AUSENCIA
                   PERFORM CONTA-AULAS-AFETADAS
                   MOVE "AUSENCIA REGISTRADA" TO STATUS-SUBSTITUICAO
                   DISPLAY "AUSENCIA REGISTRADA - AULAS A SUBSTITUIR: "
                           TOTAL-AULAS-AFETADAS
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       GRAVA-AUSENCIA.
           MOVE OPERADOR-ID TO AUS-OPERADOR OF AUSENCIA.
           OPEN EXTEND ARQ-AUSENCIAS.
           IF AUS-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-AUSENCIAS
           END-IF.
           MOVE AUSENCIA TO AUSENCIA-REC.
           WRITE AUSENCIA-REC.
           CLOSE ARQ-AUSENCIAS.

      * Timetable periods of the absent teacher on that weekday that
      * fall in the range, i.e. the lessons that need a substitute.
       CONTA-AULAS-AFETADAS.
           MOVE 0 TO TOTAL-AULAS-AFETADAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-HORARIOS
               IF HOR-PROFESSOR OF HORARIOS(I) EQUAL
                       AUS-PROFESSOR OF AUSENCIA AND
                       HOR-DIA OF HORARIOS(I) EQUAL DIA-AULA AND
                       HOR-PERIODO OF HORARIOS(I) >=
                               AUS-PERIODO-INICIAL OF AUSENCIA AND
                       HOR-PERIODO OF HORARIOS(I) <=
                               AUS-PERIODO-FINAL OF AUSENCIA THEN
                   ADD 1 TO TOTAL-AULAS-AFETADAS
               END-IF
           END-PERFORM.

       REGISTRA-SUBSTITUICAO.
           MOVE SPACES TO SUBSTITUICAO.
           MOVE 0 TO SUB-DATA OF SUBSTITUICAO.
           MOVE 0 TO SUB-PERIODO OF SUBSTITUICAO.
           MOVE " " TO CANCELADO.
           DISPLAY SUBSTITUICAO-SCREEN.
           ACCEPT SUBSTITUICAO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE SUB-DATA OF SUBSTITUICAO TO DATA-CONSULTA
               MOVE SUB-TURMA OF SUBSTITUICAO TO TURMA-AULA
               MOVE SUB-PERIODO OF SUBSTITUICAO TO PERIODO-AULA
               PERFORM VERIFICA-DIA-LETIVO
               IF RTN-DIA-LETIVO EQUAL 0 THEN
                   MOVE "DATA NAO LETIVA" TO STATUS-SUBSTITUICAO
               ELSE
               PERFORM BUSCA-HORARIO
               IF RTN-HORARIO-ACHADO EQUAL 0 THEN
                   MOVE "AULA FORA DO HORARIO" TO STATUS-SUBSTITUICAO
               ELSE
               MOVE HOR-PROFESSOR OF HORARIOS(RTN-HORARIO-ACHADO)
                       TO SUB-PROFESSOR-TITULAR OF SUBSTITUICAO
               MOVE HOR-DISCIPLINA OF HORARIOS(RTN-HORARIO-ACHADO)
                       TO SUB-DISCIPLINA OF SUBSTITUICAO
               IF SUB-PROFESSOR-SUBST OF SUBSTITUICAO EQUAL SPACES
                       THEN
                   PERFORM GRAVA-SUBSTITUICAO
                   MOVE "SUBSTITUICAO CANCELADA" TO
                           STATUS-SUBSTITUICAO
               ELSE
               MOVE SUB-PROFESSOR-SUBST OF SUBSTITUICAO
                       TO PROFESSOR-AULA
               PERFORM BUSCA-PROFESSOR
               IF RTN-PROFESSOR-ACHADO EQUAL 0 THEN
                   MOVE "PROFESSOR NAO CADASTRADO" TO
                           STATUS-SUBSTITUICAO
               ELSE
               IF SUB-PROFESSOR-SUBST OF SUBSTITUICAO EQUAL
                       SUB-PROFESSOR-TITULAR OF SUBSTITUICAO THEN
                   MOVE "SUBSTITUTO E O TITULAR" TO
                           STATUS-SUBSTITUICAO
               ELSE
               PERFORM CARREGA-AUSENCIAS
               PERFORM CARREGA-SUBSTITUICOES
               PERFORM VERIFICA-SUBSTITUTO-LIVRE
               IF RTN-OCUPADO NOT EQUAL 0 THEN
                   CONTINUE
               ELSE
                   PERFORM GRAVA-SUBSTITUICAO
                   MOVE "SUBSTITUICAO REGISTRADA" TO
                           STATUS-SUBSTITUICAO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * The substitute must be free in that periodo: the same check
      * the timetable maintenance makes for a new slot, except that
      * a slot of the substitute's own which is covered by someone
      * else that day does not hold the substitute.  The substitute
      * must also not be absent nor covering another turma then.
       VERIFICA-SUBSTITUTO-LIVRE.
           MOVE 0 TO RTN-OCUPADO.
           CALL "ALUNO-PROFESSOR-CONFLITO" USING PROFESSOR-AULA,
                   DIA-AULA, PERIODO-AULA, TOTAL-HORARIOS,
                   LISTA-HORARIOS, RTN-CONFLITO.
           IF RTN-CONFLITO NOT EQUAL 0 THEN
               MOVE HOR-TURMA OF HORARIOS(RTN-CONFLITO) TO TURMA-AULA
               PERFORM BUSCA-SUBSTITUICAO
               IF RTN-SUBSTITUICAO EQUAL 0 THEN
                   MOVE 1 TO RTN-OCUPADO
                   MOVE "PROFESSOR JA OCUPADO" TO STATUS-SUBSTITUICAO
               END-IF
           END-IF.
           IF RTN-OCUPADO EQUAL 0 THEN
               PERFORM VERIFICA-AUSENCIA
               IF RTN-AUSENTE NOT EQUAL 0 THEN
                   MOVE 1 TO RTN-OCUPADO
                   MOVE "SUBSTITUTO AUSENTE" TO STATUS-SUBSTITUICAO
               END-IF
           END-IF.
           IF RTN-OCUPADO EQUAL 0 THEN
               PERFORM VERIFICA-OUTRA-SUBSTITUICAO
           END-IF.
           MOVE SUB-TURMA OF SUBSTITUICAO TO TURMA-AULA.

      * Substitutions already standing that day for the substitute
      * in another turma in the same periodo.
       VERIFICA-OUTRA-SUBSTITUICAO.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-SUBSTITUICOES
                   OR RTN-OCUPADO NOT EQUAL 0
               IF SUB-PROFESSOR-SUBST OF SUBSTITUICOES(N) EQUAL
                       PROFESSOR-AULA AND
                       SUB-PERIODO OF SUBSTITUICOES(N) EQUAL
                               PERIODO-AULA AND
                       SUB-TURMA OF SUBSTITUICOES(N) NOT EQUAL
                               SUB-TURMA OF SUBSTITUICAO THEN
                   MOVE SUB-TURMA OF SUBSTITUICOES(N) TO TURMA-AULA
                   PERFORM BUSCA-SUBSTITUICAO
                   IF RTN-SUBSTITUICAO NOT EQUAL 0 THEN
                       IF SUB-PROFESSOR-SUBST OF
                               SUBSTITUICOES(RTN-SUBSTITUICAO) EQUAL
                               PROFESSOR-AULA THEN
                           MOVE 1 TO RTN-OCUPADO
                           MOVE "PROFESSOR JA SUBSTITUINDO" TO
                                   STATUS-SUBSTITUICAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-SUBSTITUICAO.
           MOVE OPERADOR-ID TO SUB-OPERADOR OF SUBSTITUICAO.
           OPEN EXTEND ARQ-SUBSTITUICOES.
           IF SUB-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-SUBSTITUICOES
           END-IF.
           MOVE SUBSTITUICAO TO SUBSTITUICAO-REC.
           WRITE SUBSTITUICAO-REC.
           CLOSE ARQ-SUBSTITUICOES.

      * Substitutions and absences are only accepted on a letivo
      * day of the calendar and on a weekday of the timetable.  A
      * teacher may teach in more than one school unit, so the date
      * only has to be letivo in one of them.
       VERIFICA-DIA-LETIVO.
           CALL "ALUNO-CALENDARIO-VALIDA" USING DATA-CONSULTA,
                   TURMA-CALENDARIO, RTN-DIA-LETIVO.
           IF RTN-DIA-LETIVO NOT EQUAL 0 THEN
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       DATA-CONSULTA, DIA-SEMANA-DATA, STATUS-DATA
               IF STATUS-DATA NOT EQUAL "OK" OR DIA-SEMANA-DATA > 5
                       THEN
                   MOVE 0 TO RTN-DIA-LETIVO
               ELSE
                   MOVE DIA-SEMANA-DATA TO DIA-AULA
               END-IF
           END-IF.

       BUSCA-PROFESSOR.
           MOVE 0 TO RTN-PROFESSOR-ACHADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-PROFESSORES
                   OR RTN-PROFESSOR-ACHADO NOT EQUAL 0
               IF PRF-ID OF PROFESSORES(I) EQUAL PROFESSOR-AULA THEN
                   MOVE I TO RTN-PROFESSOR-ACHADO
               END-IF
           END-PERFORM.

       BUSCA-HORARIO.
           MOVE 0 TO RTN-HORARIO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-HORARIOS
                   OR RTN-HORARIO-ACHADO NOT EQUAL 0
               IF HOR-TURMA OF HORARIOS(I) EQUAL TURMA-AULA AND
                       HOR-DIA OF HORARIOS(I) EQUAL DIA-AULA AND
                       HOR-PERIODO OF HORARIOS(I) EQUAL PERIODO-AULA
                       THEN
                   MOVE I TO RTN-HORARIO-ACHADO
               END-IF
           END-PERFORM.

      * The last substitution recorded for the turma and periodo
      * stands; a blank substitute means it was cancelled.
       BUSCA-SUBSTITUICAO.
           MOVE 0 TO RTN-SUBSTITUICAO.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > TOTAL-SUBSTITUICOES
               IF SUB-TURMA OF SUBSTITUICOES(A) EQUAL TURMA-AULA AND
                       SUB-PERIODO OF SUBSTITUICOES(A) EQUAL
                               PERIODO-AULA THEN
                   MOVE A TO RTN-SUBSTITUICAO
               END-IF
           END-PERFORM.
           IF RTN-SUBSTITUICAO NOT EQUAL 0 THEN
               IF SUB-PROFESSOR-SUBST OF SUBSTITUICOES(RTN-SUBSTITUICAO)
                       EQUAL SPACES THEN
                   MOVE 0 TO RTN-SUBSTITUICAO
               END-IF
           END-IF.

       VERIFICA-AUSENCIA.
           MOVE 0 TO RTN-AUSENTE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > TOTAL-AUSENCIAS
               IF AUS-PROFESSOR OF AUSENCIAS(A) EQUAL PROFESSOR-AULA
                       THEN
                   IF AUS-PERIODO-INICIAL OF AUSENCIAS(A) EQUAL 0 THEN
                       MOVE 0 TO RTN-AUSENTE
                   ELSE
                   IF PERIODO-AULA >=
                           AUS-PERIODO-INICIAL OF AUSENCIAS(A) AND
                           PERIODO-AULA <=
                           AUS-PERIODO-FINAL OF AUSENCIAS(A) THEN
                       MOVE 1 TO RTN-AUSENTE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Daily board for the turmas of one turno: every timetable
      * period of the day that has a substitute, and every period
      * whose teacher is absent and still has nobody to cover it.
       QUADRO-DO-DIA.
           MOVE 0 TO DATA-CONSULTA.
           MOVE SPACES TO TURNO-QUADRO.
           DISPLAY QUADRO-SCREEN.
           ACCEPT QUADRO-SCREEN.
           PERFORM VERIFICA-DIA-LETIVO.
           IF RTN-DIA-LETIVO EQUAL 0 THEN
               MOVE "DATA NAO LETIVA" TO STATUS-SUBSTITUICAO
           ELSE
           IF NOT TURNO-QUADRO-VALIDO THEN
               MOVE "TURNO INVALIDO" TO STATUS-SUBSTITUICAO
           ELSE
               EVALUATE TURNO-QUADRO
                   WHEN "M"
                       MOVE "MANHA" TO NOME-TURNO
                   WHEN "T"
                       MOVE "TARDE" TO NOME-TURNO
                   WHEN OTHER
                       MOVE "NOITE" TO NOME-TURNO
               END-EVALUATE
               PERFORM CARREGA-TURMAS
               PERFORM CARREGA-AUSENCIAS
               PERFORM CARREGA-SUBSTITUICOES
               PERFORM IMPRIME-QUADRO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               MOVE "QUADRO EM SUBSTDIA.RPT" TO STATUS-SUBSTITUICAO
           END-IF
           END-IF.

       CARREGA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-CAT.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-TURNO OF TURMA-REC EQUAL TURNO-QUADRO AND
                           TOTAL-TURMAS-CAT < TUR-MAX-TURMAS THEN
                       ADD 1 TO TOTAL-TURMAS-CAT
                       MOVE TURMA-REC TO TURMAS(TOTAL-TURMAS-CAT)
                   END-IF
           END-READ.

       IMPRIME-QUADRO.
           MOVE 0 TO TOTAL-LINHAS-QUADRO.
           MOVE 0 TO TOTAL-SEM-SUBSTITUTO.
           MOVE SPACES TO LISTA-TURMAS-QUADRO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "QUADRO DE SUBSTITUICOES - " DELIMITED BY SIZE
                  DATA-CONSULTA DELIMITED BY SIZE
                  " - TURNO " DELIMITED BY SIZE
                  NOME-TURNO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TURMA PER DISCIPLINA TITULAR  SUBSTITUTO" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
               MOVE TUR-CODIGO OF TURMAS(IX-TURMAS) TO TURMA-AULA
               PERFORM IMPRIME-PERIODO-QUADRO VARYING P FROM 1 BY 1
                       UNTIL P > 6
           END-PERFORM.
           IF TOTAL-LINHAS-QUADRO EQUAL 0 THEN
               MOVE "NENHUMA SUBSTITUICAO NO TURNO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "AULAS SEM SUBSTITUTO: " DELIMITED BY SIZE
                      TOTAL-SEM-SUBSTITUTO DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               PERFORM IMPRIME-AEE-QUADRO
           END-IF.
           CLOSE ARQ-RELATORIO.

      * The substitute gets, for every turma on the board, the
      * students whose plan grants accommodations (AEE marker only).
       IMPRIME-AEE-QUADRO.
           MOVE "CARREGA" TO AEE-OPERACAO.
           CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO, MATRICULA-AEE,
                   MARCA-AEE.
           MOVE "MARCA" TO AEE-OPERACAO.
           MOVE 0 TO TOTAL-AEE-LISTADOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "ALUNOS COM ADAPTACOES (AEE) NAS TURMAS DO QUADRO" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TURMA MATRIC NOME                             AEE" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
               IF TURMA-NO-QUADRO(IX-TURMAS) EQUAL "S" THEN
                   MOVE TUR-CODIGO OF TURMAS(IX-TURMAS) TO TURMA-AULA
                   PERFORM IMPRIME-AEE-TURMA VARYING N FROM 1 BY 1
                           UNTIL N > TOTAL-ALUNOS
               END-IF
           END-PERFORM.
           IF TOTAL-AEE-LISTADOS EQUAL 0 THEN
               MOVE "NENHUM ALUNO COM PLANO AEE" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE LEGENDA-AEE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-AEE-TURMA.
           IF ALU-TURMA OF ALUNOS(N) EQUAL TURMA-AULA AND
                   ALU-ATIVO OF ALUNOS(N) THEN
               MOVE ALU-MATRICULA OF ALUNOS(N) TO MATRICULA-AEE
               CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO,
                       MATRICULA-AEE, MARCA-AEE
               IF MARCA-AEE NOT EQUAL SPACES THEN
                   ADD 1 TO TOTAL-AEE-LISTADOS
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING TURMA-AULA DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          MATRICULA-AEE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ALU-NOME OF ALUNOS(N) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ALU-SOBRENOME OF ALUNOS(N) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          MARCA-AEE DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

       IMPRIME-PERIODO-QUADRO.
           MOVE P TO PERIODO-AULA.
           PERFORM BUSCA-HORARIO.
           IF RTN-HORARIO-ACHADO NOT EQUAL 0 THEN
               PERFORM BUSCA-SUBSTITUICAO
               MOVE HOR-PROFESSOR OF HORARIOS(RTN-HORARIO-ACHADO)
                       TO PROFESSOR-AULA
               PERFORM VERIFICA-AUSENCIA
               IF RTN-SUBSTITUICAO NOT EQUAL 0 THEN
                   ADD 1 TO TOTAL-LINHAS-QUADRO
                   MOVE "S" TO TURMA-NO-QUADRO(IX-TURMAS)
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING TURMA-AULA DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          P DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          HOR-DISCIPLINA OF
                                  HORARIOS(RTN-HORARIO-ACHADO)
                                  DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PROFESSOR-AULA DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUB-PROFESSOR-SUBST OF
                                  SUBSTITUICOES(RTN-SUBSTITUICAO)
                                  DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               ELSE
               IF RTN-AUSENTE NOT EQUAL 0 THEN
                   ADD 1 TO TOTAL-LINHAS-QUADRO
                   ADD 1 TO TOTAL-SEM-SUBSTITUTO
                   MOVE "S" TO TURMA-NO-QUADRO(IX-TURMAS)
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING TURMA-AULA DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          P DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          HOR-DISCIPLINA OF
                                  HORARIOS(RTN-HORARIO-ACHADO)
                                  DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PROFESSOR-AULA DELIMITED BY SIZE
                          " SEM SUBSTITUTO" DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
               END-IF
           END-IF.
