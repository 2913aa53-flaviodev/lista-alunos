       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-PROVA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PROVAS ASSIGN TO "PROVA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PARAMETRO ASSIGN TO "PROVAPAR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DISCIPLINAS ASSIGN TO "DISCIPLINA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ATESTADOS ASSIGN TO "ATESTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "PROVAS.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROVAS.
       01  PROVA-REC.
           COPY ALUPROVA.
       FD  ARQ-PARAMETRO.
       01  PARAMETRO-REC.
           COPY ALUPRVPR.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-DISCIPLINAS.
       01  DISCIPLINA-REC.
           COPY ALUDISC.
       FD  ARQ-ATESTADOS.
       01  ATESTADO-REC.
           COPY ALUATEST.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 K PIC 9(4) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 B PIC 9(1) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 STATUS-PROVA PIC X(25) VALUE " ".
       01 FIM-PROVAS PIC X VALUE "N".
           88 FIM-DO-ARQ-PROVAS VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-DISCIPLINAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DISCIPLINAS VALUE "S".
       01 FIM-ATESTADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-ATESTADOS VALUE "S".
       COPY ALUPROVL.
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       COPY ALUTURML.
       COPY ALUDISCL.
       01 TOTAL-ATESTADOS PIC 9(3) VALUE 0.
       01 LISTA-ATESTADOS.
           05 ATESTADOS OCCURS 500 TIMES.
               COPY ALUATEST REPLACING ==05== BY ==10==.
       01 PROVA.
           COPY ALUPROVA.
       01 PARAMETRO-PROVA.
           COPY ALUPRVPR.
       01 PARAMETRO-EDICAO.
           COPY ALUPRVPR.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 RTN-DISCIPLINA-OK PIC 9(1) VALUE 0.
       01 RTN-DIA-LETIVO PIC 9(1) VALUE 0.
       01 RTN-PROVA-ACHADA PIC 9(4) VALUE 0.
       01 RTN-AULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-PROVA-OK PIC 9(1) VALUE 0.
       01 RTN-PARAMETRO-OK PIC 9(1) VALUE 0.
       01 BIM-OPERACAO PIC X(10) VALUE "CONSULTA".
       01 BIM-ANO PIC 9(4) VALUE 0.
       01 BIM-BIMESTRE PIC 9(1) VALUE 0.
       01 STATUS-BIMESTRE PIC X(20) VALUE " ".
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DATA-VALIDACAO PIC 9(8) VALUE 0.
       01 DIA-SEMANA-DATA PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 DIA-PROVA PIC 9(1) VALUE 0.
       01 TOTAL-PROVAS-DIA PIC 9(2) VALUE 0.
       01 TURMA-CONSULTA PIC X(4) VALUE SPACES.
       01 ANO-CONSULTA PIC 9(4) VALUE 0.
       01 BIMESTRE-CONSULTA PIC 9(1) VALUE 0.
       01 DESCRICAO-TURMA PIC X(20) VALUE SPACES.
       01 DESCRICAO-DISCIPLINA PIC X(30) VALUE SPACES.
       01 TOTAL-ORDEM PIC 9(3) VALUE 0.
       01 LISTA-ORDEM.
           05 ORDEM OCCURS 200 TIMES PIC 9(4).
       01 ORDEM-TROCA PIC 9(4) VALUE 0.
       01 TOTAL-LINHAS PIC 9(4) VALUE 0.
       01 TAB-NOMES-DIA PIC X(15) VALUE "SEGTERQUAQUISEX".
       01 FILLER REDEFINES TAB-NOMES-DIA.
           05 NOME-DIA OCCURS 5 TIMES PIC X(3).
       01 DIA-LINHA PIC X(3) VALUE SPACES.
       01 DATA-EDIT.
           05 DATA-EDIT-DIA       PIC X(2).
           05 FILLER              PIC X(1) VALUE "/".
           05 DATA-EDIT-MES       PIC X(2).
           05 FILLER              PIC X(1) VALUE "/".
           05 DATA-EDIT-ANO       PIC X(4).
       01 NOME-RELATORIO PIC X(12) VALUE "PROVAS.RPT".
       01 CALENDARIO-AEE PIC X VALUE " ".
       01 TOTAL-AEE-LISTADOS PIC 9(3) VALUE 0.
       01 AEE-OPERACAO PIC X(10) VALUE SPACES.
       01 MATRICULA-AEE PIC 9(6) VALUE 0.
       01 MARCA-AEE PIC X(8) VALUE SPACES.
       01 LEGENDA-AEE PIC X(60) VALUE
          "AEE: T=TEMPO EXTRA L=LEDOR A=PROVA AMPLIADA S=SALA SEPARADA".
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-PROVA.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 NIVEL-OPERADOR PIC 9(1).
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "CALENDARIO DE PROVAS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "(1) Agendar prova"                 LINE 3 COL 10.
           05  VALUE "(2) Calendario de provas da turma" LINE 4 COL 10.
           05  VALUE "(3) Disciplinas sem prova"         LINE 5 COL 10.
           05  VALUE "(4) Segunda chamada"               LINE 6 COL 10.
           05  VALUE "(5) Parametros de provas"          LINE 7 COL 10.
           05  VALUE "(x) Voltar"                        LINE 8 COL 10.
           05  VALUE "OPCAO:"                            LINE 10 COL 10.
           05  OPCAO-INPUT                               LINE 10 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-PROVA-WS                          LINE 12 COL 10
                        PIC X(25) FROM STATUS-PROVA.

       01  AGENDA-SCREEN.
           05  VALUE "AGENDAR PROVA" BLANK SCREEN        LINE 1 COL 10.
           05  VALUE "Turma:"                            LINE 3 COL 10.
           05  TURMA-INPUT                               LINE 3 COL 40
                   PIC X(4) TO PRV-TURMA OF PROVA AUTO.
           05  VALUE "Disciplina:"                       LINE 4 COL 10.
           05  DISCIPLINA-INPUT                          LINE 4 COL 40
                   PIC X(10) TO PRV-DISCIPLINA OF PROVA AUTO.
           05  VALUE "Ano:"                              LINE 5 COL 10.
           05  ANO-INPUT                                 LINE 5 COL 40
                   PIC 9(4) TO PRV-ANO OF PROVA AUTO.
           05  VALUE "Bimestre (1 a 4):"                 LINE 6 COL 10.
           05  BIMESTRE-INPUT                            LINE 6 COL 40
                   PIC 9 TO PRV-BIMESTRE OF PROVA AUTO.
           05  VALUE "Data (AAAAMMDD):"                  LINE 7 COL 10.
           05  DATA-INPUT                                LINE 7 COL 40
                   PIC 9(8) TO PRV-DATA OF PROVA AUTO.
           05  VALUE "Periodo (1 a 6):"                  LINE 8 COL 10.
           05  PERIODO-INPUT                             LINE 8 COL 40
                   PIC 9 TO PRV-PERIODO OF PROVA AUTO.
           05  VALUE "(data zero cancela a prova agendada)"
                                                         LINE 9 COL 10.
           05  VALUE "Cancelar (S/N):"                   LINE 10 COL 10.
           05  CANCELA-INPUT                             LINE 10 COL 40
                           PIC X TO CANCELADO AUTO.

       01  CALENDARIO-SCREEN.
           05  VALUE "CALENDARIO DE PROVAS DA TURMA" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Turma:"                            LINE 3 COL 10.
           05  TURMA-CAL-INPUT                           LINE 3 COL 30
                           PIC X(4) TO TURMA-CONSULTA AUTO.
           05  VALUE "Ano:"                              LINE 4 COL 10.
           05  ANO-CAL-INPUT                             LINE 4 COL 30
                           PIC 9(4) TO ANO-CONSULTA AUTO.
           05  VALUE "Copia da escola com AEE (S/N):"    LINE 5 COL 10.
           05  AEE-CAL-INPUT                             LINE 5 COL 42
                           PIC X TO CALENDARIO-AEE AUTO.

       01  BIMESTRE-SCREEN.
           05  VALUE "PROVAS DO BIMESTRE" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Ano:"                              LINE 3 COL 10.
           05  ANO-BIM-INPUT                             LINE 3 COL 30
                           PIC 9(4) TO ANO-CONSULTA AUTO.
           05  VALUE "Bimestre (1 a 4):"                 LINE 4 COL 10.
           05  BIMESTRE-BIM-INPUT                        LINE 4 COL 30
                           PIC 9 TO BIMESTRE-CONSULTA AUTO.

       01  PARAMETRO-SCREEN.
           05  VALUE "PARAMETROS DE PROVAS" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Maximo de provas por dia:"         LINE 3 COL 10.
           05  MAXIMO-INPUT                              LINE 3 COL 40
                   PIC 9 USING PPR-MAX-PROVAS-DIA OF PARAMETRO-EDICAO
                   AUTO.
           05  VALUE "Inicio (AAAAMMDD)  Fim (AAAAMMDD)" LINE 5 COL 25.
           05  VALUE "1o bimestre:"                      LINE 6 COL 10.
           05  INICIO1-INPUT                             LINE 6 COL 25
                   PIC 9(8) USING PPR-INICIO OF PARAMETRO-EDICAO(1)
                   AUTO.
           05  FIM1-INPUT                                LINE 6 COL 44
                   PIC 9(8) USING PPR-FIM OF PARAMETRO-EDICAO(1)
                   AUTO.
           05  VALUE "2o bimestre:"                      LINE 7 COL 10.
           05  INICIO2-INPUT                             LINE 7 COL 25
                   PIC 9(8) USING PPR-INICIO OF PARAMETRO-EDICAO(2)
                   AUTO.
           05  FIM2-INPUT                                LINE 7 COL 44
                   PIC 9(8) USING PPR-FIM OF PARAMETRO-EDICAO(2)
                   AUTO.
           05  VALUE "3o bimestre:"                      LINE 8 COL 10.
           05  INICIO3-INPUT                             LINE 8 COL 25
                   PIC 9(8) USING PPR-INICIO OF PARAMETRO-EDICAO(3)
                   AUTO.
           05  FIM3-INPUT                                LINE 8 COL 44
                   PIC 9(8) USING PPR-FIM OF PARAMETRO-EDICAO(3)
                   AUTO.
           05  VALUE "4o bimestre:"                      LINE 9 COL 10.
           05  INICIO4-INPUT                             LINE 9 COL 25
                   PIC 9(8) USING PPR-INICIO OF PARAMETRO-EDICAO(4)
                   AUTO.
           05  FIM4-INPUT                                LINE 9 COL 44
                   PIC 9(8) USING PPR-FIM OF PARAMETRO-EDICAO(4)
                   AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 11 COL 10.
           05  CANCELA-PAR-INPUT                         LINE 11 COL 40
                           PIC X TO CANCELADO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, NIVEL-OPERADOR,
                    OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "PROVAS EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-PROVA.
       EXIT PROGRAM.

      * The whole session holds the reserved per-file lock, so only
      * one desk changes the exam schedule at a time and the
      * load-all/rewrite of PROVA.DAT stays consistent.
       EXECUTA-MANUTENCAO.
           PERFORM CARREGA-PROVAS.
           PERFORM CARREGA-HORARIOS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-DISCIPLINAS.
           CALL "ALUNO-PROVA-PARAMETRO" USING PARAMETRO-PROVA.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       PERFORM AGENDA-PROVA
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM CALENDARIO-TURMA
                       MOVE ' ' TO OPCAO
                   WHEN '3'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM DISCIPLINAS-SEM-PROVA
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO STATUS-PROVA
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '4'
                       IF NIVEL-OPERADOR EQUAL 2 OR
                               NIVEL-OPERADOR EQUAL 4 THEN
                           PERFORM SEGUNDA-CHAMADA
                       ELSE
                           MOVE "REQUER SUP/COORDENADOR" TO STATUS-PROVA
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '5'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-PARAMETRO-PROVA
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO STATUS-PROVA
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-PROVAS.

       CARREGA-PROVAS.
           MOVE "N" TO FIM-PROVAS.
           MOVE 0 TO TOTAL-PROVAS-CAT.
           OPEN INPUT ARQ-PROVAS.
           PERFORM LE-PROVA UNTIL FIM-DO-ARQ-PROVAS.
           CLOSE ARQ-PROVAS.

       LE-PROVA.
           READ ARQ-PROVAS
               AT END
                   MOVE "S" TO FIM-PROVAS
               NOT AT END
                   IF TOTAL-PROVAS-CAT < PRV-MAX-PROVAS THEN
                       ADD 1 TO TOTAL-PROVAS-CAT
                       MOVE PROVA-REC TO PROVAS(TOTAL-PROVAS-CAT)
                   END-IF
           END-READ.

       GRAVA-PROVAS.
           OPEN OUTPUT ARQ-PROVAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-PROVAS-CAT
               MOVE PROVAS(I) TO PROVA-REC
               WRITE PROVA-REC
           END-PERFORM.
           CLOSE ARQ-PROVAS.

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
                   IF TOTAL-TURMAS-CAT < TUR-MAX-TURMAS THEN
                       ADD 1 TO TOTAL-TURMAS-CAT
                       MOVE TURMA-REC TO TURMAS(TOTAL-TURMAS-CAT)
                   END-IF
           END-READ.

       CARREGA-DISCIPLINAS.
           MOVE 0 TO TOTAL-DISCIPLINAS.
           MOVE "N" TO FIM-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM LE-DISCIPLINA UNTIL FIM-DO-ARQ-DISCIPLINAS.
           CLOSE ARQ-DISCIPLINAS.

       LE-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE "S" TO FIM-DISCIPLINAS
               NOT AT END
                   IF TOTAL-DISCIPLINAS < DIS-MAX-DISCIPLINAS THEN
                       ADD 1 TO TOTAL-DISCIPLINAS
                       MOVE DISCIPLINA-REC
                               TO DISCIPLINAS(TOTAL-DISCIPLINAS)
                   END-IF
           END-READ.

       CARREGA-ATESTADOS.
           MOVE 0 TO TOTAL-ATESTADOS.
           MOVE "N" TO FIM-ATESTADOS.
           OPEN INPUT ARQ-ATESTADOS.
           PERFORM LE-ATESTADO UNTIL FIM-DO-ARQ-ATESTADOS.
           CLOSE ARQ-ATESTADOS.

       LE-ATESTADO.
           READ ARQ-ATESTADOS
               AT END
                   MOVE "S" TO FIM-ATESTADOS
               NOT AT END
                   IF TOTAL-ATESTADOS < 500 THEN
                       ADD 1 TO TOTAL-ATESTADOS
                       MOVE ATESTADO-REC TO ATESTADOS(TOTAL-ATESTADOS)
                   END-IF
           END-READ.

      * One prova per turma, disciplina and bimestre: scheduling it
      * again moves it to the new date and a zero date cancels it.
       AGENDA-PROVA.
           MOVE SPACES TO PROVA.
           MOVE 0 TO PRV-ANO OF PROVA.
           MOVE 0 TO PRV-BIMESTRE OF PROVA.
           MOVE 0 TO PRV-DATA OF PROVA.
           MOVE 0 TO PRV-PERIODO OF PROVA.
           MOVE " " TO CANCELADO.
           DISPLAY AGENDA-SCREEN.
           ACCEPT AGENDA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               CALL "ALUNO-TURMA-VALIDA" USING PRV-TURMA OF PROVA,
                       RTN-TURMA-OK
               CALL "ALUNO-DISCIPLINA-VALIDA" USING
                       PRV-DISCIPLINA OF PROVA, RTN-DISCIPLINA-OK
               IF RTN-TURMA-OK EQUAL 0 THEN
                   MOVE "TURMA NAO CADASTRADA" TO STATUS-PROVA
               ELSE
               IF RTN-DISCIPLINA-OK EQUAL 0 THEN
                   MOVE "DISCIPLINA INVALIDA" TO STATUS-PROVA
               ELSE
               IF PRV-BIMESTRE OF PROVA < 1 OR
                       PRV-BIMESTRE OF PROVA > 4 THEN
                   MOVE "BIMESTRE INVALIDO" TO STATUS-PROVA
               ELSE
                   PERFORM BUSCA-PROVA
                   IF PRV-DATA OF PROVA EQUAL 0 THEN
                       PERFORM CANCELA-PROVA
                   ELSE
                       PERFORM VALIDA-PROVA
                       IF RTN-PROVA-OK NOT EQUAL 0 THEN
                           PERFORM GUARDA-PROVA
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       BUSCA-PROVA.
           MOVE 0 TO RTN-PROVA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-PROVAS-CAT
                   OR RTN-PROVA-ACHADA NOT EQUAL 0
               IF PRV-TURMA OF PROVAS(I) EQUAL PRV-TURMA OF PROVA AND
                       PRV-DISCIPLINA OF PROVAS(I) EQUAL
                               PRV-DISCIPLINA OF PROVA AND
                       PRV-ANO OF PROVAS(I) EQUAL PRV-ANO OF PROVA AND
                       PRV-BIMESTRE OF PROVAS(I) EQUAL
                               PRV-BIMESTRE OF PROVA THEN
                   MOVE I TO RTN-PROVA-ACHADA
               END-IF
           END-PERFORM.

       CANCELA-PROVA.
           IF RTN-PROVA-ACHADA EQUAL 0 THEN
               MOVE "PROVA NAO AGENDADA" TO STATUS-PROVA
           ELSE
               PERFORM VARYING I FROM RTN-PROVA-ACHADA BY 1
                       UNTIL I >= TOTAL-PROVAS-CAT
                   MOVE PROVAS(I + 1) TO PROVAS(I)
               END-PERFORM
               SUBTRACT 1 FROM TOTAL-PROVAS-CAT
               MOVE "PROVA CANCELADA" TO STATUS-PROVA
           END-IF.

      * The date must belong to the year and bimestre typed, the
      * bimestre must still be open, the day must be letivo and the
      * disciplina must be taught to the turma on that weekday and
      * periodo; the turma may not go over the daily limit of provas.
       VALIDA-PROVA.
           MOVE 0 TO RTN-PROVA-OK.
           MOVE PRV-ANO OF PROVA TO BIM-ANO.
           MOVE PRV-BIMESTRE OF PROVA TO BIM-BIMESTRE.
           CALL "ALUNO-BIMESTRE" USING BIM-OPERACAO, BIM-ANO,
                   BIM-BIMESTRE, STATUS-BIMESTRE.
           MOVE PRV-BIMESTRE OF PROVA TO B.
           IF PRV-DATA OF PROVA(1:4) NOT EQUAL PRV-ANO OF PROVA THEN
               MOVE "DATA FORA DO ANO" TO STATUS-PROVA
           ELSE
           IF STATUS-BIMESTRE EQUAL "FECHADO" THEN
               MOVE "BIMESTRE FECHADO" TO STATUS-PROVA
           ELSE
           IF PPR-INICIO OF PARAMETRO-PROVA(B) EQUAL 0 OR
                   PPR-FIM OF PARAMETRO-PROVA(B) EQUAL 0 THEN
               MOVE "BIMESTRE SEM DATAS" TO STATUS-PROVA
           ELSE
           IF PRV-DATA OF PROVA < PPR-INICIO OF PARAMETRO-PROVA(B) OR
                   PRV-DATA OF PROVA > PPR-FIM OF PARAMETRO-PROVA(B)
                   THEN
               MOVE "DATA FORA DO BIMESTRE" TO STATUS-PROVA
           ELSE
           IF PRV-PERIODO OF PROVA < 1 OR PRV-PERIODO OF PROVA > 6
                   THEN
               MOVE "PERIODO INVALIDO" TO STATUS-PROVA
           ELSE
               PERFORM VERIFICA-DIA-LETIVO
               IF RTN-DIA-LETIVO EQUAL 0 THEN
                   MOVE "DATA NAO LETIVA" TO STATUS-PROVA
               ELSE
                   PERFORM BUSCA-AULA
                   IF RTN-AULA-ACHADA EQUAL 0 THEN
                       MOVE "SEM AULA NESTE HORARIO" TO STATUS-PROVA
                   ELSE
                       PERFORM CONTA-PROVAS-DIA
                       IF TOTAL-PROVAS-DIA >=
                               PPR-MAX-PROVAS-DIA OF PARAMETRO-PROVA
                               THEN
                           MOVE "LIMITE DE PROVAS NO DIA"
                                   TO STATUS-PROVA
                       ELSE
                           MOVE 1 TO RTN-PROVA-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-DIA-LETIVO.
           CALL "ALUNO-CALENDARIO-VALIDA" USING PRV-DATA OF PROVA,
                   PRV-TURMA OF PROVA, RTN-DIA-LETIVO.
           IF RTN-DIA-LETIVO NOT EQUAL 0 THEN
               MOVE "DIA-SEMANA" TO DAT-OPERACAO
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       PRV-DATA OF PROVA, DIA-SEMANA-DATA, STATUS-DATA
               IF STATUS-DATA NOT EQUAL "OK" OR DIA-SEMANA-DATA > 5
                       THEN
                   MOVE 0 TO RTN-DIA-LETIVO
               ELSE
                   MOVE DIA-SEMANA-DATA TO DIA-PROVA
               END-IF
           END-IF.

       BUSCA-AULA.
           MOVE 0 TO RTN-AULA-ACHADA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-HORARIOS
                   OR RTN-AULA-ACHADA NOT EQUAL 0
               IF HOR-TURMA OF HORARIOS(J) EQUAL PRV-TURMA OF PROVA
                       AND HOR-DIA OF HORARIOS(J) EQUAL DIA-PROVA
                       AND HOR-PERIODO OF HORARIOS(J) EQUAL
                               PRV-PERIODO OF PROVA
                       AND HOR-DISCIPLINA OF HORARIOS(J) EQUAL
                               PRV-DISCIPLINA OF PROVA THEN
                   MOVE J TO RTN-AULA-ACHADA
               END-IF
           END-PERFORM.

      * Provas the turma already sits that day, leaving out the one
      * being moved.
       CONTA-PROVAS-DIA.
           MOVE 0 TO TOTAL-PROVAS-DIA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-PROVAS-CAT
               IF I NOT EQUAL RTN-PROVA-ACHADA AND
                       PRV-TURMA OF PROVAS(I) EQUAL PRV-TURMA OF PROVA
                       AND PRV-DATA OF PROVAS(I) EQUAL
                               PRV-DATA OF PROVA THEN
                   ADD 1 TO TOTAL-PROVAS-DIA
               END-IF
           END-PERFORM.

       GUARDA-PROVA.
           MOVE OPERADOR-ID TO PRV-OPERADOR OF PROVA.
           IF RTN-PROVA-ACHADA NOT EQUAL 0 THEN
               MOVE PROVA TO PROVAS(RTN-PROVA-ACHADA)
               MOVE "PROVA REMARCADA" TO STATUS-PROVA
           ELSE
               IF TOTAL-PROVAS-CAT >= PRV-MAX-PROVAS THEN
                   MOVE "CALENDARIO CHEIO" TO STATUS-PROVA
               ELSE
                   ADD 1 TO TOTAL-PROVAS-CAT
                   MOVE PROVA TO PROVAS(TOTAL-PROVAS-CAT)
                   MOVE "PROVA AGENDADA" TO STATUS-PROVA
               END-IF
           END-IF.

      * The calendar handed to parents: the turma's provas of the
      * year in date and periodo order.  The school's own copy, asked
      * for by a supervisor or coordinator, also lists the turma's
      * students with exam accommodations (AEE marker only).
       CALENDARIO-TURMA.
           MOVE SPACES TO TURMA-CONSULTA.
           MOVE 0 TO ANO-CONSULTA.
           MOVE " " TO CALENDARIO-AEE.
           DISPLAY CALENDARIO-SCREEN.
           ACCEPT CALENDARIO-SCREEN.
           MOVE SPACES TO DESCRICAO-TURMA.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
               IF TUR-CODIGO OF TURMAS(IX-TURMAS) EQUAL TURMA-CONSULTA
                       THEN
                   MOVE TUR-DESCRICAO OF TURMAS(IX-TURMAS)
                           TO DESCRICAO-TURMA
               END-IF
           END-PERFORM.
           MOVE 0 TO TOTAL-ORDEM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-PROVAS-CAT
               IF PRV-TURMA OF PROVAS(I) EQUAL TURMA-CONSULTA AND
                       PRV-ANO OF PROVAS(I) EQUAL ANO-CONSULTA AND
                       TOTAL-ORDEM < 200 THEN
                   ADD 1 TO TOTAL-ORDEM
                   MOVE I TO ORDEM(TOTAL-ORDEM)
               END-IF
           END-PERFORM.
           PERFORM ORDENA-CALENDARIO VARYING J FROM 1 BY 1
                   UNTIL J >= TOTAL-ORDEM.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CALENDARIO DE PROVAS - TURMA " DELIMITED BY SIZE
                  TURMA-CONSULTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRICAO-TURMA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  ANO-CONSULTA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "DATA       DIA PER BIM DISCIPLINA" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-PROVA-CALENDARIO VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-ORDEM.
           IF TOTAL-ORDEM EQUAL 0 THEN
               MOVE "NENHUMA PROVA AGENDADA" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           IF (CALENDARIO-AEE EQUAL 'S' OR CALENDARIO-AEE EQUAL 's')
                   AND (NIVEL-OPERADOR EQUAL 2 OR
                           NIVEL-OPERADOR EQUAL 4) THEN
               PERFORM IMPRIME-AEE-CALENDARIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           MOVE "GRAVADO EM PROVAS.RPT" TO STATUS-PROVA.

       ORDENA-CALENDARIO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-ORDEM - J
               IF PRV-DATA OF PROVAS(ORDEM(K)) >
                       PRV-DATA OF PROVAS(ORDEM(K + 1)) OR
                       (PRV-DATA OF PROVAS(ORDEM(K)) EQUAL
                               PRV-DATA OF PROVAS(ORDEM(K + 1)) AND
                       PRV-PERIODO OF PROVAS(ORDEM(K)) >
                               PRV-PERIODO OF PROVAS(ORDEM(K + 1)))
                       THEN
                   MOVE ORDEM(K) TO ORDEM-TROCA
                   MOVE ORDEM(K + 1) TO ORDEM(K)
                   MOVE ORDEM-TROCA TO ORDEM(K + 1)
               END-IF
           END-PERFORM.

       IMPRIME-PROVA-CALENDARIO.
           MOVE ORDEM(J) TO I.
           MOVE PRV-DATA OF PROVAS(I) TO DATA-VALIDACAO.
           PERFORM EDITA-DATA.
           MOVE "DIA-SEMANA" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                   DATA-VALIDACAO, DIA-SEMANA-DATA, STATUS-DATA.
           MOVE PRV-DISCIPLINA OF PROVAS(I) TO DESCRICAO-DISCIPLINA.
           PERFORM VARYING IX-DISCIPLINAS FROM 1 BY 1
                   UNTIL IX-DISCIPLINAS > TOTAL-DISCIPLINAS
               IF DIS-CODIGO OF DISCIPLINAS(IX-DISCIPLINAS) EQUAL
                       PRV-DISCIPLINA OF PROVAS(I) THEN
                   MOVE DIS-DESCRICAO OF DISCIPLINAS(IX-DISCIPLINAS)
                           TO DESCRICAO-DISCIPLINA
               END-IF
           END-PERFORM.
           MOVE SPACES TO DIA-LINHA.
           IF STATUS-DATA EQUAL "OK" AND DIA-SEMANA-DATA >= 1 AND
                   DIA-SEMANA-DATA <= 5 THEN
               MOVE NOME-DIA(DIA-SEMANA-DATA) TO DIA-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING DATA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-LINHA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PRV-PERIODO OF PROVAS(I) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PRV-BIMESTRE OF PROVAS(I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRICAO-DISCIPLINA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-AEE-CALENDARIO.
           MOVE "CARREGA" TO AEE-OPERACAO.
           CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO, MATRICULA-AEE,
                   MARCA-AEE.
           MOVE "MARCA" TO AEE-OPERACAO.
           MOVE 0 TO TOTAL-AEE-LISTADOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "ADAPTACOES DE PROVA (AEE) - USO DA ESCOLA" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "MATRIC NOME                             AEE" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING IX-ALUNOS FROM 1 BY 1
                   UNTIL IX-ALUNOS > TOTAL-ALUNOS
               IF ALU-TURMA OF ALUNOS(IX-ALUNOS) EQUAL TURMA-CONSULTA
                       AND ALU-ATIVO OF ALUNOS(IX-ALUNOS) THEN
                   PERFORM IMPRIME-AEE-ALUNO
               END-IF
           END-PERFORM.
           IF TOTAL-AEE-LISTADOS EQUAL 0 THEN
               MOVE "NENHUM ALUNO COM PLANO AEE NA TURMA" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               MOVE LEGENDA-AEE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-AEE-ALUNO.
           MOVE ALU-MATRICULA OF ALUNOS(IX-ALUNOS) TO MATRICULA-AEE.
           CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO, MATRICULA-AEE,
                   MARCA-AEE.
           IF MARCA-AEE NOT EQUAL SPACES THEN
               ADD 1 TO TOTAL-AEE-LISTADOS
               MOVE SPACES TO RELATORIO-LINHA
               STRING MATRICULA-AEE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(IX-ALUNOS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(IX-ALUNOS)
                              DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MARCA-AEE DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       EDITA-DATA.
           MOVE DATA-VALIDACAO(7:2) TO DATA-EDIT-DIA.
           MOVE DATA-VALIDACAO(5:2) TO DATA-EDIT-MES.
           MOVE DATA-VALIDACAO(1:4) TO DATA-EDIT-ANO.

      * Every disciplina a turma has in the timetable must have its
      * prova scheduled for the bimestre.
       DISCIPLINAS-SEM-PROVA.
           MOVE 0 TO ANO-CONSULTA.
           MOVE 0 TO BIMESTRE-CONSULTA.
           DISPLAY BIMESTRE-SCREEN.
           ACCEPT BIMESTRE-SCREEN.
           IF BIMESTRE-CONSULTA < 1 OR BIMESTRE-CONSULTA > 4 THEN
               MOVE "BIMESTRE INVALIDO" TO STATUS-PROVA
           ELSE
               MOVE 0 TO TOTAL-LINHAS
               OPEN OUTPUT ARQ-RELATORIO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "DISCIPLINAS SEM PROVA - " DELIMITED BY SIZE
                      BIMESTRE-CONSULTA DELIMITED BY SIZE
                      "O BIMESTRE " DELIMITED BY SIZE
                      ANO-CONSULTA DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "----------------------------------------" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "TURMA DISCIPLINA" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM VERIFICA-DISCIPLINA-PROVA VARYING J FROM 1 BY 1
                       UNTIL J > TOTAL-HORARIOS
               IF TOTAL-LINHAS EQUAL 0 THEN
                   MOVE "TODAS AS DISCIPLINAS COM PROVA" TO
                           RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               ELSE
                   MOVE SPACES TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "DISCIPLINAS SEM PROVA: " DELIMITED BY SIZE
                          TOTAL-LINHAS DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
               CLOSE ARQ-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               MOVE "GRAVADO EM PROVAS.RPT" TO STATUS-PROVA
           END-IF.

      * Each turma/disciplina pair is looked at once, on its first
      * slot in the timetable.
       VERIFICA-DISCIPLINA-PROVA.
           MOVE 0 TO RTN-AULA-ACHADA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K >= J OR RTN-AULA-ACHADA NOT EQUAL 0
               IF HOR-TURMA OF HORARIOS(K) EQUAL
                       HOR-TURMA OF HORARIOS(J) AND
                       HOR-DISCIPLINA OF HORARIOS(K) EQUAL
                               HOR-DISCIPLINA OF HORARIOS(J) THEN
                   MOVE K TO RTN-AULA-ACHADA
               END-IF
           END-PERFORM.
           IF RTN-AULA-ACHADA EQUAL 0 THEN
               MOVE HOR-TURMA OF HORARIOS(J) TO PRV-TURMA OF PROVA
               MOVE HOR-DISCIPLINA OF HORARIOS(J)
                       TO PRV-DISCIPLINA OF PROVA
               MOVE ANO-CONSULTA TO PRV-ANO OF PROVA
               MOVE BIMESTRE-CONSULTA TO PRV-BIMESTRE OF PROVA
               PERFORM BUSCA-PROVA
               IF RTN-PROVA-ACHADA EQUAL 0 THEN
                   ADD 1 TO TOTAL-LINHAS
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING PRV-TURMA OF PROVA DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          PRV-DISCIPLINA OF PROVA DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

      * Active students of the turma whose atestado covers the date
      * of one of its provas of the bimestre sit the segunda chamada.
       SEGUNDA-CHAMADA.
           MOVE 0 TO ANO-CONSULTA.
           MOVE 0 TO BIMESTRE-CONSULTA.
           DISPLAY BIMESTRE-SCREEN.
           ACCEPT BIMESTRE-SCREEN.
           IF BIMESTRE-CONSULTA < 1 OR BIMESTRE-CONSULTA > 4 THEN
               MOVE "BIMESTRE INVALIDO" TO STATUS-PROVA
           ELSE
               PERFORM CARREGA-ATESTADOS
               MOVE "CARREGA" TO AEE-OPERACAO
               CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO,
                       MATRICULA-AEE, MARCA-AEE
               MOVE "MARCA" TO AEE-OPERACAO
               MOVE 0 TO TOTAL-AEE-LISTADOS
               MOVE 0 TO TOTAL-LINHAS
               OPEN OUTPUT ARQ-RELATORIO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "SEGUNDA CHAMADA - " DELIMITED BY SIZE
                      BIMESTRE-CONSULTA DELIMITED BY SIZE
                      "O BIMESTRE " DELIMITED BY SIZE
                      ANO-CONSULTA DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "----------------------------------------" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "DATA       TURMA DISCIPLINA MATRIC NOME / AEE" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > TOTAL-PROVAS-CAT
                   IF PRV-ANO OF PROVAS(I) EQUAL ANO-CONSULTA AND
                           PRV-BIMESTRE OF PROVAS(I) EQUAL
                                   BIMESTRE-CONSULTA THEN
                       PERFORM VERIFICA-ALUNOS-PROVA
                   END-IF
               END-PERFORM
               IF TOTAL-LINHAS EQUAL 0 THEN
                   MOVE "NENHUM ALUNO EM SEGUNDA CHAMADA" TO
                           RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               ELSE
                   MOVE SPACES TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "PROVAS EM SEGUNDA CHAMADA: "
                                  DELIMITED BY SIZE
                          TOTAL-LINHAS DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
                   IF TOTAL-AEE-LISTADOS NOT EQUAL 0 THEN
                       MOVE LEGENDA-AEE TO RELATORIO-LINHA
                       WRITE RELATORIO-LINHA
                   END-IF
               END-IF
               CLOSE ARQ-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               MOVE "GRAVADO EM PROVAS.RPT" TO STATUS-PROVA
           END-IF.

       VERIFICA-ALUNOS-PROVA.
           MOVE PRV-DATA OF PROVAS(I) TO DATA-VALIDACAO.
           PERFORM EDITA-DATA.
           PERFORM VARYING IX-ALUNOS FROM 1 BY 1
                   UNTIL IX-ALUNOS > TOTAL-ALUNOS
               IF ALU-TURMA OF ALUNOS(IX-ALUNOS) EQUAL
                       PRV-TURMA OF PROVAS(I) AND
                       ALU-ATIVO OF ALUNOS(IX-ALUNOS) THEN
                   PERFORM VERIFICA-ATESTADO-PROVA
               END-IF
           END-PERFORM.

       VERIFICA-ATESTADO-PROVA.
           MOVE 0 TO K.
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > TOTAL-ATESTADOS OR K NOT EQUAL 0
               IF ATE-MATRICULA OF ATESTADOS(A) EQUAL
                       ALU-MATRICULA OF ALUNOS(IX-ALUNOS) AND
                       PRV-DATA OF PROVAS(I) >=
                               ATE-DATA-INICIO OF ATESTADOS(A) AND
                       PRV-DATA OF PROVAS(I) <=
                               ATE-DATA-FIM OF ATESTADOS(A) THEN
                   MOVE A TO K
               END-IF
           END-PERFORM.
           IF K NOT EQUAL 0 THEN
               ADD 1 TO TOTAL-LINHAS
               MOVE ALU-MATRICULA OF ALUNOS(IX-ALUNOS) TO MATRICULA-AEE
               CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO,
                       MATRICULA-AEE, MARCA-AEE
               IF MARCA-AEE NOT EQUAL SPACES THEN
                   ADD 1 TO TOTAL-AEE-LISTADOS
               END-IF
               MOVE SPACES TO RELATORIO-LINHA
               STRING DATA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PRV-TURMA OF PROVAS(I) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PRV-DISCIPLINA OF PROVAS(I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-MATRICULA OF ALUNOS(IX-ALUNOS)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(IX-ALUNOS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(IX-ALUNOS)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MARCA-AEE DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

      * Bimestre dates are optional one by one, but a bimestre with
      * dates must start after the previous one ends.
       MANTEM-PARAMETRO-PROVA.
           MOVE PARAMETRO-PROVA TO PARAMETRO-EDICAO.
           MOVE " " TO CANCELADO.
           DISPLAY PARAMETRO-SCREEN.
           ACCEPT PARAMETRO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE 1 TO RTN-PARAMETRO-OK
               IF PPR-MAX-PROVAS-DIA OF PARAMETRO-EDICAO EQUAL 0 THEN
                   MOVE 0 TO RTN-PARAMETRO-OK
                   MOVE "MAXIMO POR DIA INVALIDO" TO STATUS-PROVA
               END-IF
               PERFORM VALIDA-DATAS-BIMESTRE VARYING B FROM 1 BY 1
                       UNTIL B > 4 OR RTN-PARAMETRO-OK EQUAL 0
               IF RTN-PARAMETRO-OK NOT EQUAL 0 THEN
                   MOVE PARAMETRO-EDICAO TO PARAMETRO-PROVA
                   OPEN OUTPUT ARQ-PARAMETRO
                   MOVE PARAMETRO-PROVA TO PARAMETRO-REC
                   WRITE PARAMETRO-REC
                   CLOSE ARQ-PARAMETRO
                   MOVE "PARAMETROS ATUALIZADOS" TO STATUS-PROVA
               END-IF
           END-IF.

       VALIDA-DATAS-BIMESTRE.
           IF PPR-INICIO OF PARAMETRO-EDICAO(B) EQUAL 0 AND
                   PPR-FIM OF PARAMETRO-EDICAO(B) EQUAL 0 THEN
               CONTINUE
           ELSE
               MOVE "CONTA-DIAS" TO DAT-OPERACAO
               MOVE PPR-INICIO OF PARAMETRO-EDICAO(B) TO DATA-VALIDACAO
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       DATA-VALIDACAO, DIA-SEMANA-DATA, STATUS-DATA
               IF STATUS-DATA EQUAL "OK" THEN
                   MOVE PPR-FIM OF PARAMETRO-EDICAO(B)
                           TO DATA-VALIDACAO
                   CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                           DATA-VALIDACAO, DIA-SEMANA-DATA,
                           STATUS-DATA
               END-IF
               IF STATUS-DATA NOT EQUAL "OK" OR
                       PPR-FIM OF PARAMETRO-EDICAO(B) <
                               PPR-INICIO OF PARAMETRO-EDICAO(B) THEN
                   MOVE 0 TO RTN-PARAMETRO-OK
                   MOVE "DATAS INVALIDAS" TO STATUS-PROVA
               ELSE
               IF B > 1 AND
                       PPR-INICIO OF PARAMETRO-EDICAO(B) <=
                               PPR-FIM OF PARAMETRO-EDICAO(B - 1) THEN
                   MOVE 0 TO RTN-PARAMETRO-OK
                   MOVE "BIMESTRES SOBREPOSTOS" TO STATUS-PROVA
               END-IF
               END-IF
           END-IF.
