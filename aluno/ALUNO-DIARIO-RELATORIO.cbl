       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-DIARIO-RELATORIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-DIARIO ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PROFESSORES ASSIGN TO "PROFESSOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SUBSTITUICOES ASSIGN TO "SUBSTITU.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "DIARIO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DIARIO.
       01  DIARIO-REC.
           COPY ALUDIARI.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-PROFESSORES.
       01  PROFESSOR-REC.
           COPY ALUPROF.
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
       01 E PIC 9(4) VALUE 1.
       01 R PIC 9(3) VALUE 1.
       01 P PIC 9(3) VALUE 1.
       01 Q PIC 9(4) VALUE 1.
       01 TURMA-FILTRO PIC X(4) VALUE SPACES.
       01 DISCIPLINA-FILTRO PIC X(10) VALUE SPACES.
       01 DATA-INICIAL PIC 9(8) VALUE 0.
       01 DATA-FINAL PIC 9(8) VALUE 0.
       01 CANCELADO PIC X VALUE " ".
       01 STATUS-RELATORIO PIC X(25) VALUE " ".
       01 FIM-DIARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-DIARIO VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       01 FIM-PROFESSORES PIC X VALUE "N".
           88 FIM-DO-ARQ-PROFESSORES VALUE "S".
       01 FIM-SUBSTITUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-SUBSTITUICOES VALUE "S".
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       01 LISTA-UNIDADES-HORARIO.
           05 UNIDADE-HORARIO OCCURS 500 TIMES PIC 9(2).
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 TOTAL-ENTRADAS PIC 9(4) VALUE 0.
       01 LISTA-ENTRADAS.
           05 ENTRADAS OCCURS 3000 TIMES.
               10 ENT-TURMA        PIC X(4).
               10 ENT-DISCIPLINA   PIC X(10).
               10 ENT-DATA         PIC 9(8).
               10 ENT-PERIODO      PIC 9(1).
       01 RTN-ENTRADA-ACHADA PIC 9(4) VALUE 0.
       01 TOTAL-RESUMO PIC 9(3) VALUE 0.
       01 LISTA-RESUMO.
           05 RESUMO OCCURS 200 TIMES.
               10 RSM-TURMA        PIC X(4).
               10 RSM-DISCIPLINA   PIC X(10).
               10 RSM-PREVISTAS    PIC 9(4).
               10 RSM-REGISTRADAS  PIC 9(4).
       01 RTN-RESUMO-ACHADO PIC 9(3) VALUE 0.
       01 TOTAL-FALTANTES PIC 9(4) VALUE 0.
       01 LISTA-FALTANTES.
           05 FALTANTES OCCURS 2000 TIMES.
               10 FLT-PROFESSOR    PIC X(8).
               10 FLT-DATA         PIC 9(8).
               10 FLT-PERIODO      PIC 9(1).
               10 FLT-TURMA        PIC X(4).
               10 FLT-DISCIPLINA   PIC X(10).
       01 TOTAL-PROFESSORES PIC 9(3) VALUE 0.
       01 LISTA-PROFESSORES.
           05 PROFESSORES OCCURS 50 TIMES.
               COPY ALUPROF REPLACING ==05== BY ==10==.
       01 TOTAL-PROF-FALTA PIC 9(3) VALUE 0.
       01 LISTA-PROF-FALTA.
           05 PROF-FALTA OCCURS 100 TIMES PIC X(8).
       01 RTN-PROF-ACHADO PIC 9(3) VALUE 0.
       01 K PIC 9(4) VALUE 1.
       01 TOTAL-SUBSTITUICOES PIC 9(4) VALUE 0.
       01 LISTA-SUBSTITUICOES.
           05 SUBSTITUICOES OCCURS 1000 TIMES.
               COPY ALUSUBST REPLACING ==05== BY ==10==.
       01 PROFESSOR-AULA PIC X(8) VALUE SPACES.
       01 NOME-PROFESSOR PIC X(30) VALUE SPACES.
       01 TOTAL-DIAS-LETIVOS PIC 9(3) VALUE 0.
       01 TOTAL-PREVISTAS PIC 9(5) VALUE 0.
       01 TOTAL-REGISTRADAS PIC 9(5) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DIA-SEMANA-CAL PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 PREVISTAS-EDIT PIC ZZZ9.
       01 REGISTRADAS-EDIT PIC ZZZ9.
       01 FALTANTES-EDIT PIC ZZZ9.
       01 QTDE-FALTANTES PIC 9(4) VALUE 0.
       01 NOME-RELATORIO PIC X(12) VALUE "DIARIO.RPT".
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  FILTRO-SCREEN.
           05  VALUE "DIARIO - AULAS PREVISTAS X REGISTRADAS"
                                          BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Turma (branco = todas):"           LINE 3 COL 10.
           05  TURMA-INPUT                               LINE 3 COL 40
                           PIC X(4) TO TURMA-FILTRO AUTO.
           05  VALUE "Disciplina (branco = todas):"      LINE 4 COL 10.
           05  DISCIPLINA-INPUT                          LINE 4 COL 40
                           PIC X(10) TO DISCIPLINA-FILTRO AUTO.
           05  VALUE "Data inicial (AAAAMMDD):"          LINE 5 COL 10.
           05  DATA-INICIAL-INPUT                        LINE 5 COL 40
                           PIC 9(8) TO DATA-INICIAL AUTO.
           05  VALUE "Data final (AAAAMMDD):"            LINE 6 COL 10.
           05  DATA-FINAL-INPUT                          LINE 6 COL 40
                           PIC 9(8) TO DATA-FINAL AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 7 COL 10.
           05  CANCELA-INPUT                             LINE 7 COL 40
                           PIC X TO CANCELADO AUTO.
           05   STATUS-RELATORIO-WS                      LINE 8 COL 10
                        PIC X(25) FROM STATUS-RELATORIO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           MOVE " " TO STATUS-RELATORIO.
           PERFORM UNTIL STATUS-RELATORIO EQUAL 'OK'
                   OR CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM PEDE-FILTRO
           END-PERFORM.
           IF STATUS-RELATORIO EQUAL 'OK' THEN
               PERFORM CARREGA-HORARIOS
               PERFORM ASSOCIA-UNIDADES
               PERFORM CARREGA-DIARIO
               PERFORM CARREGA-PROFESSORES
               PERFORM CARREGA-SUBSTITUICOES
               PERFORM APURA-AULAS
               PERFORM IMPRIME-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               DISPLAY "RELATORIO GRAVADO EM DIARIO.RPT"
           END-IF.
           MOVE " " TO STATUS-RELATORIO.
           MOVE " " TO CANCELADO.
       EXIT PROGRAM.

       PEDE-FILTRO.
           DISPLAY FILTRO-SCREEN.
           ACCEPT FILTRO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               IF DATA-INICIAL EQUAL 0 OR DATA-FINAL < DATA-INICIAL
                       THEN
                   MOVE "PERIODO INVALIDO" TO STATUS-RELATORIO
               ELSE
                   MOVE "OK" TO STATUS-RELATORIO
               END-IF
           END-IF.

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
                   IF (TURMA-FILTRO EQUAL SPACES OR
                           HOR-TURMA OF HORARIO-REC EQUAL TURMA-FILTRO)
                           AND (DISCIPLINA-FILTRO EQUAL SPACES OR
                           HOR-DISCIPLINA OF HORARIO-REC EQUAL
                                   DISCIPLINA-FILTRO)
                           AND TOTAL-HORARIOS < 500 THEN
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

      * Only the key of each lesson is kept; a corrected entry has
      * the same key as the one it replaces and is counted once.
       CARREGA-DIARIO.
           MOVE 0 TO TOTAL-ENTRADAS.
           MOVE "N" TO FIM-DIARIO.
           OPEN INPUT ARQ-DIARIO.
           PERFORM LE-DIARIO UNTIL FIM-DO-ARQ-DIARIO.
           CLOSE ARQ-DIARIO.

       LE-DIARIO.
           READ ARQ-DIARIO
               AT END
                   MOVE "S" TO FIM-DIARIO
               NOT AT END
                   IF DIA-DATA >= DATA-INICIAL AND
                           DIA-DATA <= DATA-FINAL THEN
                       PERFORM BUSCA-ENTRADA-DIARIO
                       IF RTN-ENTRADA-ACHADA EQUAL 0 AND
                               TOTAL-ENTRADAS < 3000 THEN
                           ADD 1 TO TOTAL-ENTRADAS
                           MOVE DIA-TURMA TO ENT-TURMA(TOTAL-ENTRADAS)
                           MOVE DIA-DISCIPLINA
                                   TO ENT-DISCIPLINA(TOTAL-ENTRADAS)
                           MOVE DIA-DATA TO ENT-DATA(TOTAL-ENTRADAS)
                           MOVE DIA-PERIODO
                                   TO ENT-PERIODO(TOTAL-ENTRADAS)
                       END-IF
                   END-IF
           END-READ.

       BUSCA-ENTRADA-DIARIO.
           MOVE 0 TO RTN-ENTRADA-ACHADA.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > TOTAL-ENTRADAS
                   OR RTN-ENTRADA-ACHADA NOT EQUAL 0
               IF ENT-TURMA(E) EQUAL DIA-TURMA AND
                       ENT-DATA(E) EQUAL DIA-DATA AND
                       ENT-PERIODO(E) EQUAL DIA-PERIODO AND
                       ENT-DISCIPLINA(E) EQUAL DIA-DISCIPLINA THEN
                   MOVE E TO RTN-ENTRADA-ACHADA
               END-IF
           END-PERFORM.

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
                   IF SUB-DATA OF SUBSTITUICAO-REC >= DATA-INICIAL AND
                           SUB-DATA OF SUBSTITUICAO-REC <= DATA-FINAL
                           AND TOTAL-SUBSTITUICOES < 1000 THEN
                       ADD 1 TO TOTAL-SUBSTITUICOES
                       MOVE SUBSTITUICAO-REC
                               TO SUBSTITUICOES(TOTAL-SUBSTITUICOES)
                   END-IF
           END-READ.

      * Every letivo day of the period gives the lessons of the
      * timetable for its weekday in that day's school unit; each
      * one is looked up in the diary and, when it is not there,
      * charged to the teacher the timetable has in that slot, or
      * to the substitute who covered the slot that day.
       APURA-AULAS.
           MOVE 0 TO TOTAL-RESUMO.
           MOVE 0 TO TOTAL-FALTANTES.
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
                   IF CAL-LETIVO AND CAL-DATA >= DATA-INICIAL AND
                           CAL-DATA <= DATA-FINAL THEN
                       ADD 1 TO TOTAL-DIAS-LETIVOS
                       CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                               CAL-DATA, DIA-SEMANA-CAL, STATUS-DATA
                       IF STATUS-DATA EQUAL "OK" THEN
                           PERFORM APURA-AULA-HORARIO VARYING H
                                   FROM 1 BY 1 UNTIL H > TOTAL-HORARIOS
                       END-IF
                   END-IF
           END-READ.

       APURA-AULA-HORARIO.
           IF HOR-DIA OF HORARIOS(H) EQUAL DIA-SEMANA-CAL AND
                   UNIDADE-HORARIO(H) EQUAL CAL-UNIDADE THEN
               PERFORM BUSCA-RESUMO
               IF RTN-RESUMO-ACHADO NOT EQUAL 0 THEN
                   ADD 1 TO RSM-PREVISTAS(RTN-RESUMO-ACHADO)
               END-IF
               MOVE 0 TO RTN-ENTRADA-ACHADA
               PERFORM VARYING E FROM 1 BY 1
                       UNTIL E > TOTAL-ENTRADAS
                       OR RTN-ENTRADA-ACHADA NOT EQUAL 0
                   IF ENT-TURMA(E) EQUAL HOR-TURMA OF HORARIOS(H) AND
                           ENT-DATA(E) EQUAL CAL-DATA AND
                           ENT-PERIODO(E) EQUAL
                                   HOR-PERIODO OF HORARIOS(H) AND
                           ENT-DISCIPLINA(E) EQUAL
                                   HOR-DISCIPLINA OF HORARIOS(H) THEN
                       MOVE E TO RTN-ENTRADA-ACHADA
                   END-IF
               END-PERFORM
               IF RTN-ENTRADA-ACHADA NOT EQUAL 0 THEN
                   IF RTN-RESUMO-ACHADO NOT EQUAL 0 THEN
                       ADD 1 TO RSM-REGISTRADAS(RTN-RESUMO-ACHADO)
                   END-IF
               ELSE
                   PERFORM INCLUI-FALTANTE
               END-IF
           END-IF.

       BUSCA-RESUMO.
           MOVE 0 TO RTN-RESUMO-ACHADO.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > TOTAL-RESUMO
                   OR RTN-RESUMO-ACHADO NOT EQUAL 0
               IF RSM-TURMA(R) EQUAL HOR-TURMA OF HORARIOS(H) AND
                       RSM-DISCIPLINA(R) EQUAL
                               HOR-DISCIPLINA OF HORARIOS(H) THEN
                   MOVE R TO RTN-RESUMO-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-RESUMO-ACHADO EQUAL 0 AND TOTAL-RESUMO < 200 THEN
               ADD 1 TO TOTAL-RESUMO
               MOVE TOTAL-RESUMO TO RTN-RESUMO-ACHADO
               MOVE HOR-TURMA OF HORARIOS(H)
                       TO RSM-TURMA(RTN-RESUMO-ACHADO)
               MOVE HOR-DISCIPLINA OF HORARIOS(H)
                       TO RSM-DISCIPLINA(RTN-RESUMO-ACHADO)
               MOVE 0 TO RSM-PREVISTAS(RTN-RESUMO-ACHADO)
               MOVE 0 TO RSM-REGISTRADAS(RTN-RESUMO-ACHADO)
           END-IF.

       BUSCA-PROFESSOR-AULA.
           MOVE HOR-PROFESSOR OF HORARIOS(H) TO PROFESSOR-AULA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-SUBSTITUICOES
               IF SUB-DATA OF SUBSTITUICOES(K) EQUAL CAL-DATA AND
                       SUB-TURMA OF SUBSTITUICOES(K) EQUAL
                               HOR-TURMA OF HORARIOS(H) AND
                       SUB-PERIODO OF SUBSTITUICOES(K) EQUAL
                               HOR-PERIODO OF HORARIOS(H) THEN
                   IF SUB-PROFESSOR-SUBST OF SUBSTITUICOES(K)
                           NOT EQUAL SPACES THEN
                       MOVE SUB-PROFESSOR-SUBST OF SUBSTITUICOES(K)
                               TO PROFESSOR-AULA
                   ELSE
                       MOVE HOR-PROFESSOR OF HORARIOS(H)
                               TO PROFESSOR-AULA
                   END-IF
               END-IF
           END-PERFORM.

       INCLUI-FALTANTE.
           IF TOTAL-FALTANTES < 2000 THEN
               PERFORM BUSCA-PROFESSOR-AULA
               ADD 1 TO TOTAL-FALTANTES
               MOVE PROFESSOR-AULA
                       TO FLT-PROFESSOR(TOTAL-FALTANTES)
               MOVE CAL-DATA TO FLT-DATA(TOTAL-FALTANTES)
               MOVE HOR-PERIODO OF HORARIOS(H)
                       TO FLT-PERIODO(TOTAL-FALTANTES)
               MOVE HOR-TURMA OF HORARIOS(H)
                       TO FLT-TURMA(TOTAL-FALTANTES)
               MOVE HOR-DISCIPLINA OF HORARIOS(H)
                       TO FLT-DISCIPLINA(TOTAL-FALTANTES)
               MOVE 0 TO RTN-PROF-ACHADO
               PERFORM VARYING P FROM 1 BY 1
                       UNTIL P > TOTAL-PROF-FALTA
                       OR RTN-PROF-ACHADO NOT EQUAL 0
                   IF PROF-FALTA(P) EQUAL PROFESSOR-AULA THEN
                       MOVE P TO RTN-PROF-ACHADO
                   END-IF
               END-PERFORM
               IF RTN-PROF-ACHADO EQUAL 0 AND TOTAL-PROF-FALTA < 100
                       THEN
                   ADD 1 TO TOTAL-PROF-FALTA
                   MOVE PROFESSOR-AULA
                           TO PROF-FALTA(TOTAL-PROF-FALTA)
               END-IF
           END-IF.

       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "DIARIO DE CLASSE - AULAS PREVISTAS X REGISTRADAS" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PERIODO " DELIMITED BY SIZE
                  DATA-INICIAL DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DATA-FINAL DELIMITED BY SIZE
                  "  TURMA " DELIMITED BY SIZE
                  TURMA-FILTRO DELIMITED BY SIZE
                  "  DISCIPLINA " DELIMITED BY SIZE
                  DISCIPLINA-FILTRO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF TOTAL-DIAS-LETIVOS EQUAL 0 THEN
               MOVE "NENHUM DIA LETIVO NO PERIODO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE "TURMA DISCIPLINA  PREVISTAS REGISTRADAS FALTANTES"
                       TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE 0 TO TOTAL-PREVISTAS
               MOVE 0 TO TOTAL-REGISTRADAS
               PERFORM IMPRIME-RESUMO VARYING R FROM 1 BY 1
                       UNTIL R > TOTAL-RESUMO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TOTAL PREVISTAS: " DELIMITED BY SIZE
                      TOTAL-PREVISTAS DELIMITED BY SIZE
                      "  REGISTRADAS: " DELIMITED BY SIZE
                      TOTAL-REGISTRADAS DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               PERFORM IMPRIME-FALTANTES
           END-IF.
           CLOSE ARQ-RELATORIO.

       IMPRIME-RESUMO.
           ADD RSM-PREVISTAS(R) TO TOTAL-PREVISTAS.
           ADD RSM-REGISTRADAS(R) TO TOTAL-REGISTRADAS.
           COMPUTE QTDE-FALTANTES = RSM-PREVISTAS(R) -
                   RSM-REGISTRADAS(R).
           MOVE RSM-PREVISTAS(R) TO PREVISTAS-EDIT.
           MOVE RSM-REGISTRADAS(R) TO REGISTRADAS-EDIT.
           MOVE QTDE-FALTANTES TO FALTANTES-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING RSM-TURMA(R) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RSM-DISCIPLINA(R) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  PREVISTAS-EDIT DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  REGISTRADAS-EDIT DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FALTANTES-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-FALTANTES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "AULAS SEM REGISTRO NO DIARIO POR PROFESSOR" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF TOTAL-FALTANTES EQUAL 0 THEN
               MOVE "NENHUMA AULA SEM REGISTRO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM IMPRIME-PROFESSOR VARYING P FROM 1 BY 1
                       UNTIL P > TOTAL-PROF-FALTA
           END-IF.

       IMPRIME-PROFESSOR.
           MOVE SPACES TO NOME-PROFESSOR.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TOTAL-PROFESSORES
               IF PRF-ID OF PROFESSORES(R) EQUAL PROF-FALTA(P) THEN
                   MOVE PRF-NOME OF PROFESSORES(R) TO NOME-PROFESSOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PROFESSOR " DELIMITED BY SIZE
                  PROF-FALTA(P) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME-PROFESSOR DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-FALTANTE VARYING Q FROM 1 BY 1
                   UNTIL Q > TOTAL-FALTANTES.

       IMPRIME-FALTANTE.
           IF FLT-PROFESSOR(Q) EQUAL PROF-FALTA(P) THEN
               MOVE SPACES TO RELATORIO-LINHA
               STRING "    " DELIMITED BY SIZE
                      FLT-DATA(Q) DELIMITED BY SIZE
                      " PERIODO " DELIMITED BY SIZE
                      FLT-PERIODO(Q) DELIMITED BY SIZE
                      "  TURMA " DELIMITED BY SIZE
                      FLT-TURMA(Q) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FLT-DISCIPLINA(Q) DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
