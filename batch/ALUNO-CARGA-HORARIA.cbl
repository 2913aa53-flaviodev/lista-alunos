       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-CARGA-HORARIA AS "ALUCHORA".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PROFESSORES ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ATRIBUICOES ASSIGN TO "ATRIBUIC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUSENCIAS ASSIGN TO "PROFAUSE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SUBSTITUICOES ASSIGN TO "SUBSTITU.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "CARGAHOR.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-FOLHA ASSIGN TO "CARGAPAG.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROFESSORES.
       01  PROFESSOR-REC.
           COPY ALUPROF.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-ATRIBUICOES.
       01  ATRIBUICAO-REC.
           COPY ALUATRIB.
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
       FD  ARQ-FOLHA.
       01  FOLHA-REC.
           COPY ALUCHPAG.

       WORKING-STORAGE SECTION.
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 NOME-RELATORIO PIC X(12) VALUE "CARGAHOR.RPT".
       01 H PIC 9(3) VALUE 1.
       01 P PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 L PIC 9(3) VALUE 1.
       01 N PIC 9(4) VALUE 1.
       01 FIM-PROFESSORES PIC X VALUE "N".
           88 FIM-DO-ARQ-PROFESSORES VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-ATRIBUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-ATRIBUICOES VALUE "S".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       01 FIM-AUSENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-AUSENCIAS VALUE "S".
       01 FIM-SUBSTITUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-SUBSTITUICOES VALUE "S".
       01 MES-CARGA-ALPHA PIC X(6) VALUE SPACES.
       01 MES-CARGA PIC 9(6) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 TOTAL-PROFESSORES PIC 9(3) VALUE 0.
       01 LISTA-PROFESSORES.
           05 PROFESSORES OCCURS 50 TIMES.
               COPY ALUPROF REPLACING ==05== BY ==10==.
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       01 LISTA-UNIDADES-HORARIO.
           05 UNIDADE-HORARIO OCCURS 500 TIMES PIC 9(2).
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 TOTAL-ATRIBUICOES PIC 9(3) VALUE 0.
       01 LISTA-ATRIBUICOES.
           05 ATRIBUICOES OCCURS 100 TIMES.
               COPY ALUATRIB REPLACING ==05== BY ==10==.
       01 TOTAL-AUSENCIAS PIC 9(3) VALUE 0.
       01 LISTA-AUSENCIAS.
           05 AUSENCIAS OCCURS 500 TIMES.
               COPY ALUAUSEN REPLACING ==05== BY ==10==.
       01 TOTAL-SUBSTITUICOES PIC 9(4) VALUE 0.
       01 LISTA-SUBSTITUICOES.
           05 SUBSTITUICOES OCCURS 1000 TIMES.
               COPY ALUSUBST REPLACING ==05== BY ==10==.
       01 TOTAL-LINHAS PIC 9(3) VALUE 0.
       01 LISTA-LINHAS.
           05 LINHAS-CARGA OCCURS 500 TIMES.
               10 CHG-PROFESSOR       PIC X(8).
               10 CHG-DISCIPLINA      PIC X(10).
               10 CHG-TURMA           PIC X(4).
               10 CHG-PREVISTAS       PIC 9(4).
               10 CHG-AUSENCIAS       PIC 9(4).
               10 CHG-SUBSTITUICOES   PIC 9(4).
       01 PROFESSOR-LINHA PIC X(8) VALUE SPACES.
       01 DISCIPLINA-LINHA PIC X(10) VALUE SPACES.
       01 TURMA-LINHA PIC X(4) VALUE SPACES.
       01 RTN-LINHA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-AUSENTE PIC 9(1) VALUE 0.
       01 RTN-SUBSTITUICAO PIC 9(4) VALUE 0.
       01 RTN-ACHADO PIC 9(3) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DIA-SEMANA-CAL PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 TOTAL-DIAS-LETIVOS PIC 9(3) VALUE 0.
       01 TOTAL-EXCECOES PIC 9(4) VALUE 0.
       01 TOTAL-REGISTROS-FOLHA PIC 9(4) VALUE 0.
       01 PROF-PREVISTAS PIC 9(4) VALUE 0.
       01 PROF-AUSENCIAS PIC 9(4) VALUE 0.
       01 PROF-SUBSTITUICOES PIC 9(4) VALUE 0.
       01 AULAS-DEVIDAS PIC S9(5) VALUE 0.
       01 PREVISTAS-EDIT PIC ZZZ9.
       01 AUSENCIAS-EDIT PIC ZZZ9.
       01 SUBSTITUICOES-EDIT PIC ZZZ9.
       01 DEVIDAS-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT MES-CARGA-ALPHA.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           IF MES-CARGA-ALPHA IS NUMERIC AND
                   MES-CARGA-ALPHA NOT EQUAL "000000" THEN
               MOVE MES-CARGA-ALPHA TO MES-CARGA
           ELSE
               MOVE DATA-COMPLETA(1:6) TO MES-CARGA
           END-IF.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-HORARIOS.
           PERFORM ASSOCIA-UNIDADES.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-AUSENCIAS.
           PERFORM CARREGA-SUBSTITUICOES.
           PERFORM APURA-MES.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-FOLHA.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-PROFESSOR VARYING P FROM 1 BY 1
                   UNTIL P > TOTAL-PROFESSORES.
           PERFORM IMPRIME-EXCECOES.
           CLOSE ARQ-FOLHA.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           DISPLAY "CARGA HORARIA DO MES " MES-CARGA.
           DISPLAY "DIAS LETIVOS .....: " TOTAL-DIAS-LETIVOS.
           DISPLAY "PROFESSORES ......: " TOTAL-REGISTROS-FOLHA.
           DISPLAY "EXCECOES .........: " TOTAL-EXCECOES.
       STOP RUN.

       CARREGA-PROFESSORES.
           MOVE "N" TO FIM-PROFESSORES.
           MOVE 0 TO TOTAL-PROFESSORES.
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
           MOVE "N" TO FIM-HORARIOS.
           MOVE 0 TO TOTAL-HORARIOS.
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

       CARREGA-ATRIBUICOES.
           MOVE "N" TO FIM-ATRIBUICOES.
           MOVE 0 TO TOTAL-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           PERFORM LE-ATRIBUICAO UNTIL FIM-DO-ARQ-ATRIBUICOES.
           CLOSE ARQ-ATRIBUICOES.

       LE-ATRIBUICAO.
           READ ARQ-ATRIBUICOES
               AT END
                   MOVE "S" TO FIM-ATRIBUICOES
               NOT AT END
                   IF TOTAL-ATRIBUICOES < 100 THEN
                       ADD 1 TO TOTAL-ATRIBUICOES
                       MOVE ATRIBUICAO-REC
                               TO ATRIBUICOES(TOTAL-ATRIBUICOES)
                   END-IF
           END-READ.

       CARREGA-AUSENCIAS.
           MOVE "N" TO FIM-AUSENCIAS.
           MOVE 0 TO TOTAL-AUSENCIAS.
           OPEN INPUT ARQ-AUSENCIAS.
           PERFORM LE-AUSENCIA UNTIL FIM-DO-ARQ-AUSENCIAS.
           CLOSE ARQ-AUSENCIAS.

       LE-AUSENCIA.
           READ ARQ-AUSENCIAS
               AT END
                   MOVE "S" TO FIM-AUSENCIAS
               NOT AT END
                   IF AUS-DATA OF AUSENCIA-REC(1:6) EQUAL
                           MES-CARGA AND
                           TOTAL-AUSENCIAS < 500 THEN
                       ADD 1 TO TOTAL-AUSENCIAS
                       MOVE AUSENCIA-REC TO AUSENCIAS(TOTAL-AUSENCIAS)
                   END-IF
           END-READ.

       CARREGA-SUBSTITUICOES.
           MOVE "N" TO FIM-SUBSTITUICOES.
           MOVE 0 TO TOTAL-SUBSTITUICOES.
           OPEN INPUT ARQ-SUBSTITUICOES.
           PERFORM LE-SUBSTITUICAO UNTIL FIM-DO-ARQ-SUBSTITUICOES.
           CLOSE ARQ-SUBSTITUICOES.

       LE-SUBSTITUICAO.
           READ ARQ-SUBSTITUICOES
               AT END
                   MOVE "S" TO FIM-SUBSTITUICOES
               NOT AT END
                   IF SUB-DATA OF SUBSTITUICAO-REC(1:6) EQUAL
                           MES-CARGA AND
                           TOTAL-SUBSTITUICOES < 1000 THEN
                       ADD 1 TO TOTAL-SUBSTITUICOES
                       MOVE SUBSTITUICAO-REC
                               TO SUBSTITUICOES(TOTAL-SUBSTITUICOES)
                   END-IF
           END-READ.

      * Each letivo day of the month gives the timetable periods of
      * its weekday in that day's school unit, and the days letivos
      * are counted once for every unit that keeps them.  A period
      * the titular teacher missed, or that a substitute covered, is
      * taken off the titular teacher; a covered period counts for
      * the substitute.
       APURA-MES.
           MOVE 0 TO TOTAL-LINHAS.
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
                   IF CAL-LETIVO AND CAL-DATA(1:6) EQUAL MES-CARGA
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
               MOVE HOR-PROFESSOR OF HORARIOS(H) TO PROFESSOR-LINHA
               MOVE HOR-DISCIPLINA OF HORARIOS(H) TO DISCIPLINA-LINHA
               MOVE HOR-TURMA OF HORARIOS(H) TO TURMA-LINHA
               PERFORM BUSCA-LINHA
               IF RTN-LINHA-ACHADA NOT EQUAL 0 THEN
                   ADD 1 TO CHG-PREVISTAS(RTN-LINHA-ACHADA)
               END-IF
               PERFORM VERIFICA-AUSENCIA
               PERFORM VERIFICA-SUBSTITUICAO
               IF (RTN-AUSENTE NOT EQUAL 0 OR
                       RTN-SUBSTITUICAO NOT EQUAL 0) AND
                       RTN-LINHA-ACHADA NOT EQUAL 0 THEN
                   ADD 1 TO CHG-AUSENCIAS(RTN-LINHA-ACHADA)
               END-IF
               IF RTN-SUBSTITUICAO NOT EQUAL 0 THEN
                   MOVE SUB-PROFESSOR-SUBST OF
                           SUBSTITUICOES(RTN-SUBSTITUICAO)
                           TO PROFESSOR-LINHA
                   PERFORM BUSCA-LINHA
                   IF RTN-LINHA-ACHADA NOT EQUAL 0 THEN
                       ADD 1 TO CHG-SUBSTITUICOES(RTN-LINHA-ACHADA)
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

      * When the same slot was reassigned more than once the last
      * substitution recorded is the one that stands.
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

       BUSCA-LINHA.
           MOVE 0 TO RTN-LINHA-ACHADA.
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > TOTAL-LINHAS OR
                           RTN-LINHA-ACHADA NOT EQUAL 0
               IF CHG-PROFESSOR(L) EQUAL PROFESSOR-LINHA AND
                       CHG-DISCIPLINA(L) EQUAL DISCIPLINA-LINHA AND
                       CHG-TURMA(L) EQUAL TURMA-LINHA THEN
                   MOVE L TO RTN-LINHA-ACHADA
               END-IF
           END-PERFORM.
           IF RTN-LINHA-ACHADA EQUAL 0 AND TOTAL-LINHAS < 500 THEN
               ADD 1 TO TOTAL-LINHAS
               MOVE TOTAL-LINHAS TO RTN-LINHA-ACHADA
               MOVE PROFESSOR-LINHA TO CHG-PROFESSOR(RTN-LINHA-ACHADA)
               MOVE DISCIPLINA-LINHA
                       TO CHG-DISCIPLINA(RTN-LINHA-ACHADA)
               MOVE TURMA-LINHA TO CHG-TURMA(RTN-LINHA-ACHADA)
               MOVE 0 TO CHG-PREVISTAS(RTN-LINHA-ACHADA)
               MOVE 0 TO CHG-AUSENCIAS(RTN-LINHA-ACHADA)
               MOVE 0 TO CHG-SUBSTITUICOES(RTN-LINHA-ACHADA)
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CARGA HORARIA DOS PROFESSORES - MES " DELIMITED BY
                          SIZE
                  MES-CARGA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "AULAS = PERIODOS DO HORARIO EM DIAS LETIVOS" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * Every teacher in PROFESSOR.DAT gets a payroll record, even
      * with no periods in the month, so payroll can tell a zero
      * from a teacher missing from the extract.
       IMPRIME-PROFESSOR.
           MOVE 0 TO PROF-PREVISTAS.
           MOVE 0 TO PROF-AUSENCIAS.
           MOVE 0 TO PROF-SUBSTITUICOES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PROFESSOR " DELIMITED BY SIZE
                  PRF-ID OF PROFESSORES(P) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRF-NOME OF PROFESSORES(P) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "  DISCIPLINA TURMA PREVISTAS AUSENCIAS SUBST. DEVIDAS"
                   TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA-CARGA VARYING L FROM 1 BY 1
                   UNTIL L > TOTAL-LINHAS.
           COMPUTE AULAS-DEVIDAS = PROF-PREVISTAS - PROF-AUSENCIAS +
                   PROF-SUBSTITUICOES.
           IF AULAS-DEVIDAS < 0 THEN
               MOVE 0 TO AULAS-DEVIDAS
           END-IF.
           MOVE PROF-PREVISTAS TO PREVISTAS-EDIT.
           MOVE PROF-AUSENCIAS TO AUSENCIAS-EDIT.
           MOVE PROF-SUBSTITUICOES TO SUBSTITUICOES-EDIT.
           MOVE AULAS-DEVIDAS TO DEVIDAS-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  TOTAL DO MES    " DELIMITED BY SIZE
                  PREVISTAS-EDIT DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  AUSENCIAS-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SUBSTITUICOES-EDIT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  DEVIDAS-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE PRF-ID OF PROFESSORES(P) TO CHP-PROFESSOR.
           MOVE MES-CARGA TO CHP-ANO-MES.
           MOVE PROF-PREVISTAS TO CHP-AULAS-PREVISTAS.
           MOVE PROF-AUSENCIAS TO CHP-AULAS-AUSENCIA.
           MOVE PROF-SUBSTITUICOES TO CHP-AULAS-SUBSTITUICAO.
           MOVE AULAS-DEVIDAS TO CHP-AULAS-DEVIDAS.
           WRITE FOLHA-REC.
           ADD 1 TO TOTAL-REGISTROS-FOLHA.

       IMPRIME-LINHA-CARGA.
           IF CHG-PROFESSOR(L) EQUAL PRF-ID OF PROFESSORES(P) THEN
               ADD CHG-PREVISTAS(L) TO PROF-PREVISTAS
               ADD CHG-AUSENCIAS(L) TO PROF-AUSENCIAS
               ADD CHG-SUBSTITUICOES(L) TO PROF-SUBSTITUICOES
               COMPUTE AULAS-DEVIDAS = CHG-PREVISTAS(L) -
                       CHG-AUSENCIAS(L) + CHG-SUBSTITUICOES(L)
               MOVE CHG-PREVISTAS(L) TO PREVISTAS-EDIT
               MOVE CHG-AUSENCIAS(L) TO AUSENCIAS-EDIT
               MOVE CHG-SUBSTITUICOES(L) TO SUBSTITUICOES-EDIT
               MOVE AULAS-DEVIDAS TO DEVIDAS-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  " DELIMITED BY SIZE
                      CHG-DISCIPLINA(L) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CHG-TURMA(L) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PREVISTAS-EDIT DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      AUSENCIAS-EDIT DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      SUBSTITUICOES-EDIT DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      DEVIDAS-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

      * Exceptions: a timetable period with no matching assignment
      * in ATRIBUIC.DAT, an assignment with no period in the
      * timetable, and timetable teachers missing from PROFESSOR.DAT.
       IMPRIME-EXCECOES.
           MOVE 0 TO TOTAL-EXCECOES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "EXCECOES - ATRIBUICOES X HORARIO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VERIFICA-HORARIO-ATRIBUIDO VARYING H FROM 1 BY 1
                   UNTIL H > TOTAL-HORARIOS.
           PERFORM VERIFICA-ATRIBUICAO-HORARIO VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-ATRIBUICOES.
           IF TOTAL-EXCECOES EQUAL 0 THEN
               MOVE "NENHUMA EXCECAO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       VERIFICA-HORARIO-ATRIBUIDO.
           MOVE 0 TO RTN-ACHADO.
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-ATRIBUICOES OR RTN-ACHADO NOT EQUAL 0
               IF ATR-PROFESSOR OF ATRIBUICOES(T) EQUAL
                       HOR-PROFESSOR OF HORARIOS(H) AND
                       ATR-DISCIPLINA OF ATRIBUICOES(T) EQUAL
                               HOR-DISCIPLINA OF HORARIOS(H) AND
                       ATR-TURMA OF ATRIBUICOES(T) EQUAL
                               HOR-TURMA OF HORARIOS(H) THEN
                   MOVE T TO RTN-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-ACHADO EQUAL 0 THEN
               ADD 1 TO TOTAL-EXCECOES
               MOVE SPACES TO RELATORIO-LINHA
               STRING HOR-PROFESSOR OF HORARIOS(H) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HOR-DISCIPLINA OF HORARIOS(H) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HOR-TURMA OF HORARIOS(H) DELIMITED BY SIZE
                      " DIA " DELIMITED BY SIZE
                      HOR-DIA OF HORARIOS(H) DELIMITED BY SIZE
                      " PER " DELIMITED BY SIZE
                      HOR-PERIODO OF HORARIOS(H) DELIMITED BY SIZE
                      " - HORARIO SEM ATRIBUICAO" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE 0 TO RTN-ACHADO.
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TOTAL-PROFESSORES OR RTN-ACHADO NOT EQUAL 0
               IF PRF-ID OF PROFESSORES(P) EQUAL
                       HOR-PROFESSOR OF HORARIOS(H) THEN
                   MOVE P TO RTN-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-ACHADO EQUAL 0 THEN
               ADD 1 TO TOTAL-EXCECOES
               MOVE SPACES TO RELATORIO-LINHA
               STRING HOR-PROFESSOR OF HORARIOS(H) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HOR-DISCIPLINA OF HORARIOS(H) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HOR-TURMA OF HORARIOS(H) DELIMITED BY SIZE
                      " - PROFESSOR NAO CADASTRADO" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       VERIFICA-ATRIBUICAO-HORARIO.
           MOVE 0 TO RTN-ACHADO.
           PERFORM VARYING H FROM 1 BY 1
                   UNTIL H > TOTAL-HORARIOS OR RTN-ACHADO NOT EQUAL 0
               IF HOR-PROFESSOR OF HORARIOS(H) EQUAL
                       ATR-PROFESSOR OF ATRIBUICOES(T) AND
                       HOR-DISCIPLINA OF HORARIOS(H) EQUAL
                               ATR-DISCIPLINA OF ATRIBUICOES(T) AND
                       HOR-TURMA OF HORARIOS(H) EQUAL
                               ATR-TURMA OF ATRIBUICOES(T) THEN
                   MOVE H TO RTN-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-ACHADO EQUAL 0 THEN
               ADD 1 TO TOTAL-EXCECOES
               MOVE SPACES TO RELATORIO-LINHA
               STRING ATR-PROFESSOR OF ATRIBUICOES(T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ATR-DISCIPLINA OF ATRIBUICOES(T)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ATR-TURMA OF ATRIBUICOES(T) DELIMITED BY SIZE
                      " - ATRIBUICAO SEM AULAS NO HORARIO"
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
