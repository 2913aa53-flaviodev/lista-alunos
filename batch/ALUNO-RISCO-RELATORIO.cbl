       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-RISCO-RELATORIO AS "ALURISCO".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-NOTAS ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-CHAVE OF NOTA-REC-FILE.
           SELECT OPTIONAL ARQ-FECHAMENTO ASSIGN TO "FECHABIM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DISCIPLINAS ASSIGN TO "DISCIPLINA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-FREQUENCIA ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ATESTADOS ASSIGN TO "ATESTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "RISCO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-NOTAS.
       01  NOTA-REC-FILE.
           COPY ALUNOTAK.
       FD  ARQ-FECHAMENTO.
       01  FECHAMENTO-REC.
           COPY ALUFECHB.
       FD  ARQ-DISCIPLINAS.
       01  DISCIPLINA-REC.
           COPY ALUDISC.
       FD  ARQ-FREQUENCIA.
       01  FREQUENCIA-REC.
           COPY ALUFREQ.
       FD  ARQ-ATESTADOS.
       01  ATESTADO-REC.
           COPY ALUATEST.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "RISCO.RPT".
       COPY ALULISTA.
       COPY ALUNOTLS.
       COPY ALUDISCL.
       01 I PIC 9(3) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 K PIC 9(2) VALUE 1.
       01 B PIC 9(1) VALUE 1.
       01 D PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 X PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-NOTAS PIC X VALUE "N".
           88 FIM-DO-ARQ-NOTAS VALUE "S".
       01 FIM-FECHAMENTO PIC X VALUE "N".
           88 FIM-DO-ARQ-FECHAMENTO VALUE "S".
       01 FIM-DISCIPLINAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DISCIPLINAS VALUE "S".
       01 FIM-FREQUENCIA PIC X VALUE "N".
           88 FIM-DO-ARQ-FREQUENCIA VALUE "S".
       01 FIM-ATESTADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-ATESTADOS VALUE "S".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       01 ANO-PROJECAO-ALPHA PIC X(4) VALUE SPACES.
       01 ANO-PROJECAO PIC 9(4) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 ANO-REGISTRO PIC 9(4) VALUE 0.
       01 PARAMETRO.
           COPY ALUPARAM.
       01 TAB-BIMESTRES.
           05 BIMESTRE-FECHADO OCCURS 4 TIMES PIC X(1).
       01 TOTAL-FECHADOS PIC 9(1) VALUE 0.
       01 PESO-RESTANTE PIC 9(2)V9(1) VALUE 0.
       01 RTN-DISCIPLINA-CONCEITO PIC 9(1) VALUE 0.
       01 TOTAL-DISC-ANO PIC 9(2) VALUE 0.
       01 TAB-DISC-ANO.
           05 DISC-ANO OCCURS 50 TIMES PIC X(10).
       01 TAB-RISCO.
           05 RISCO-ALUNO OCCURS 500 TIMES.
               10 RSC-TOTAL-DISC PIC 9(2).
               10 RSC-DISC OCCURS 20 TIMES.
                   15 RSC-CODIGO PIC X(10).
                   15 RSC-SOMA PIC 9(3)V9(2).
                   15 RSC-PESOS PIC 9(2)V9(1).
       01 DISC-ACHADA PIC 9(2) VALUE 0.
       01 RTN-ACHADO PIC 9(2) VALUE 0.
       01 MEDIA-PARCIAL PIC 9(2)V9(1) VALUE 0.
       01 NOTA-NECESSARIA PIC S9(3)V9(1) VALUE 0.
       01 SITUACAO-NOTA PIC X(12) VALUE SPACES.
       01 TOTAL-FREQ-ANO PIC 9(3) VALUE 0.
       01 FREQ-ACHADA PIC 9(3) VALUE 0.
       01 TAB-FREQ-ANO.
           05 FREQ-ANO-ALUNO OCCURS 500 TIMES.
               10 FQA-MATRICULA   PIC 9(6).
               10 FQA-PRESENCAS   PIC 9(3).
               10 FQA-TOTAL       PIC 9(3).
       01 TOTAL-ATESTADOS PIC 9(3) VALUE 0.
       01 LISTA-ATESTADOS.
           05 ATESTADOS OCCURS 500 TIMES.
               COPY ALUATEST REPLACING ==05== BY ==10==.
       01 RTN-FALTA-JUSTIFICADA PIC 9(1) VALUE 0.
       01 DIAS-OFICIAIS PIC 9(3) VALUE 0.
       01 DIAS-RESTANTES PIC 9(3) VALUE 0.
       01 UN PIC 9(2) VALUE 1.
       01 TAB-DIAS-UNIDADE.
           05 DIAS-UNIDADE OCCURS 9 TIMES.
               10 DIAS-OFICIAIS-UNIDADE PIC 9(3).
               10 DIAS-RESTANTES-UNIDADE PIC 9(3).
       01 FREQ-ATUAL PIC 9(3)V9(1) VALUE 0.
       01 FREQ-MAXIMA PIC 9(3)V9(1) VALUE 0.
       01 FALTAS-ALUNO PIC 9(3) VALUE 0.
       01 FALTAS-PERMITIDAS PIC S9(3) VALUE 0.
       01 SITUACAO-FREQ PIC X(12) VALUE SPACES.
       COPY ALUTURML.
       01 TOTAL-TURMAS-RS PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-RS.
           05 TURMAS-RS OCCURS TUR-MAX-TURMAS TIMES PIC X(4).
       01 LINHAS-DISCIPLINA PIC 9(3) VALUE 0.
       01 QTDE-SEGUROS PIC 9(3) VALUE 0.
       01 QTDE-RISCO PIC 9(3) VALUE 0.
       01 QTDE-REPROVADOS PIC 9(3) VALUE 0.
       01 GERAL-SEGUROS PIC 9(5) VALUE 0.
       01 GERAL-RISCO PIC 9(5) VALUE 0.
       01 GERAL-REPROVADOS PIC 9(5) VALUE 0.
       01 GERAL-FREQ-RISCO PIC 9(5) VALUE 0.
       01 DESCRICAO-DISCIPLINA PIC X(30) VALUE SPACES.
       01 NOME-ALUNO PIC X(20) VALUE SPACES.
       01 MEDIA-EDIT PIC Z9.9.
       01 NECESSARIA-EDIT PIC ZZ9.9.
       01 PCT-EDIT PIC ZZ9.9.
       01 RESTAM-EDIT PIC -ZZ9.
       01 QTDE-EDIT PIC ZZ9.
       01 MINIMA-EDIT PIC Z9.9.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT ANO-PROJECAO-ALPHA.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           IF ANO-PROJECAO-ALPHA IS NUMERIC AND
                   ANO-PROJECAO-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-PROJECAO-ALPHA TO ANO-PROJECAO
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-PROJECAO
           END-IF.
           CALL "ALUNO-PARAMETRO" USING PARAMETRO.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-BIMESTRES-FECHADOS.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-NOTAS-ATUAIS.
           PERFORM CARREGA-ATESTADOS.
           PERFORM CARREGA-FREQUENCIAS.
           PERFORM CONTA-DIAS-CALENDARIO.
           PERFORM ACUMULA-ALUNO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           PERFORM MONTA-TURMAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           IF TOTAL-FECHADOS EQUAL 0 THEN
               MOVE "NENHUM BIMESTRE FECHADO NO ANO" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-RS
               PERFORM IMPRIME-TOTAL-GERAL
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       CARREGA-MASTER-ATUAL.
           MOVE "N" TO FIM-MASTER.
           MOVE 0 TO TOTAL-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM LE-MASTER UNTIL FIM-DO-MASTER.
           CLOSE ARQ-ALUNOS.

       LE-MASTER.
           READ ARQ-ALUNOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   COMPUTE TOTAL-ALUNOS = TOTAL-ALUNOS + 1
                   MOVE ALUNO-REC-FILE TO ALUNOS(TOTAL-ALUNOS)
           END-READ.

       CARREGA-NOTAS-ATUAIS.
           MOVE "N" TO FIM-NOTAS.
           MOVE 0 TO TOTAL-NOTAS.
           OPEN INPUT ARQ-NOTAS.
           PERFORM LE-NOTA UNTIL FIM-DO-ARQ-NOTAS.
           CLOSE ARQ-NOTAS.

       LE-NOTA.
           READ ARQ-NOTAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-NOTAS
               NOT AT END
                   IF TOTAL-NOTAS < NOT-MAX-NOTAS THEN
                       COMPUTE TOTAL-NOTAS = TOTAL-NOTAS + 1
                       MOVE NOTA-REC-FILE TO NOTAS(TOTAL-NOTAS)
                   END-IF
           END-READ.

       CARREGA-DISCIPLINAS.
           MOVE "N" TO FIM-DISCIPLINAS.
           MOVE 0 TO TOTAL-DISCIPLINAS.
           OPEN INPUT ARQ-DISCIPLINAS.
           PERFORM LE-DISCIPLINA UNTIL FIM-DO-ARQ-DISCIPLINAS.
           CLOSE ARQ-DISCIPLINAS.

       LE-DISCIPLINA.
           READ ARQ-DISCIPLINAS
               AT END
                   MOVE "S" TO FIM-DISCIPLINAS
               NOT AT END
                   IF TOTAL-DISCIPLINAS < DIS-MAX-DISCIPLINAS THEN
                       COMPUTE TOTAL-DISCIPLINAS = TOTAL-DISCIPLINAS + 1
                       MOVE DISCIPLINA-REC
                               TO DISCIPLINAS(TOTAL-DISCIPLINAS)
                   END-IF
           END-READ.

      * Only the bimestres already closed count: their grades can
      * no longer change.  The weights of the others are what is
      * left for the student to make up.
       CARREGA-BIMESTRES-FECHADOS.
           MOVE ALL "N" TO TAB-BIMESTRES.
           MOVE 0 TO TOTAL-FECHADOS.
           MOVE "N" TO FIM-FECHAMENTO.
           OPEN INPUT ARQ-FECHAMENTO.
           PERFORM LE-FECHAMENTO UNTIL FIM-DO-ARQ-FECHAMENTO.
           CLOSE ARQ-FECHAMENTO.
           MOVE 0 TO PESO-RESTANTE.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               IF BIMESTRE-FECHADO(B) EQUAL "S" THEN
                   ADD 1 TO TOTAL-FECHADOS
               ELSE
                   ADD PAR-PESO-BIMESTRE(B) TO PESO-RESTANTE
               END-IF
           END-PERFORM.

       LE-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END
                   MOVE "S" TO FIM-FECHAMENTO
               NOT AT END
                   IF FEC-ANO EQUAL ANO-PROJECAO AND
                           FEC-BIMESTRE >= 1 AND FEC-BIMESTRE <= 4 THEN
                       MOVE "S" TO BIMESTRE-FECHADO(FEC-BIMESTRE)
                   END-IF
           END-READ.

       CARREGA-ATESTADOS.
           MOVE "N" TO FIM-ATESTADOS.
           MOVE 0 TO TOTAL-ATESTADOS.
           OPEN INPUT ARQ-ATESTADOS.
           PERFORM LE-ATESTADO UNTIL FIM-DO-ARQ-ATESTADOS.
           CLOSE ARQ-ATESTADOS.

       LE-ATESTADO.
           READ ARQ-ATESTADOS
               AT END
                   MOVE "S" TO FIM-ATESTADOS
               NOT AT END
                   IF TOTAL-ATESTADOS < 500 THEN
                       COMPUTE TOTAL-ATESTADOS = TOTAL-ATESTADOS + 1
                       MOVE ATESTADO-REC TO ATESTADOS(TOTAL-ATESTADOS)
                   END-IF
           END-READ.

       VERIFICA-JUSTIFICADA.
           MOVE 0 TO RTN-FALTA-JUSTIFICADA.
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > TOTAL-ATESTADOS
                   OR RTN-FALTA-JUSTIFICADA NOT EQUAL 0
               IF ATE-MATRICULA OF ATESTADOS(A) EQUAL FRQ-MATRICULA
                       AND FRQ-DATA >= ATE-DATA-INICIO OF ATESTADOS(A)
                       AND FRQ-DATA <= ATE-DATA-FIM OF ATESTADOS(A)
                       THEN
                   MOVE 1 TO RTN-FALTA-JUSTIFICADA
               END-IF
           END-PERFORM.

       CARREGA-FREQUENCIAS.
           MOVE "N" TO FIM-FREQUENCIA.
           MOVE 0 TO TOTAL-FREQ-ANO.
           OPEN INPUT ARQ-FREQUENCIA.
           PERFORM LE-FREQUENCIA UNTIL FIM-DO-ARQ-FREQUENCIA.
           CLOSE ARQ-FREQUENCIA.

       LE-FREQUENCIA.
           READ ARQ-FREQUENCIA
               AT END
                   MOVE "S" TO FIM-FREQUENCIA
               NOT AT END
                   MOVE FRQ-DATA(1:4) TO ANO-REGISTRO
                   IF ANO-REGISTRO EQUAL ANO-PROJECAO THEN
                       PERFORM ACUMULA-FREQUENCIA
                   END-IF
           END-READ.

       ACUMULA-FREQUENCIA.
           MOVE 0 TO FREQ-ACHADA.
           PERFORM VARYING X FROM 1 BY 1
                   UNTIL X > TOTAL-FREQ-ANO OR FREQ-ACHADA NOT EQUAL 0
               IF FQA-MATRICULA(X) EQUAL FRQ-MATRICULA THEN
                   MOVE X TO FREQ-ACHADA
               END-IF
           END-PERFORM.
           IF FREQ-ACHADA EQUAL 0 AND TOTAL-FREQ-ANO < 500 THEN
               ADD 1 TO TOTAL-FREQ-ANO
               MOVE TOTAL-FREQ-ANO TO FREQ-ACHADA
               MOVE FRQ-MATRICULA TO FQA-MATRICULA(FREQ-ACHADA)
               MOVE 0 TO FQA-PRESENCAS(FREQ-ACHADA)
               MOVE 0 TO FQA-TOTAL(FREQ-ACHADA)
           END-IF.
           IF FREQ-ACHADA NOT EQUAL 0 THEN
               ADD 1 TO FQA-TOTAL(FREQ-ACHADA)
               IF FRQ-PRESENTE THEN
                   ADD 1 TO FQA-PRESENCAS(FREQ-ACHADA)
               ELSE
                   PERFORM VERIFICA-JUSTIFICADA
                   IF RTN-FALTA-JUSTIFICADA NOT EQUAL 0 THEN
                       ADD 1 TO FQA-PRESENCAS(FREQ-ACHADA)
                   END-IF
               END-IF
           END-IF.

      * The letivo days still ahead in the calendar are the ones a
      * student can yet attend; each school unit keeps its own
      * calendar, so they are counted per unit.
       CONTA-DIAS-CALENDARIO.
           INITIALIZE TAB-DIAS-UNIDADE.
           MOVE "N" TO FIM-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO.
           PERFORM LE-CALENDARIO UNTIL FIM-DO-ARQ-CALENDARIO.
           CLOSE ARQ-CALENDARIO.

       LE-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   MOVE "S" TO FIM-CALENDARIO
               NOT AT END
                   MOVE CAL-DATA(1:4) TO ANO-REGISTRO
                   IF ANO-REGISTRO EQUAL ANO-PROJECAO AND
                           CAL-LETIVO THEN
                       IF CAL-UNIDADE >= 1 AND CAL-UNIDADE <= 9 THEN
                           MOVE CAL-UNIDADE TO UN
                       ELSE
                           MOVE 1 TO UN
                       END-IF
                       ADD 1 TO DIAS-OFICIAIS-UNIDADE(UN)
                       IF CAL-DATA > DATA-COMPLETA THEN
                           ADD 1 TO DIAS-RESTANTES-UNIDADE(UN)
                       END-IF
                   END-IF
           END-READ.

       ACUMULA-ALUNO.
           MOVE 0 TO RSC-TOTAL-DISC(I).
           IF ALU-ATIVO OF ALUNOS(I) THEN
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-NOTAS
                   IF NOT-MATRICULA OF NOTAS(J) EQUAL
                           ALU-MATRICULA OF ALUNOS(I) AND
                           NOT-ANO OF NOTAS(J) EQUAL ANO-PROJECAO THEN
                       PERFORM VERIFICA-DISCIPLINA-CONCEITO
                       IF RTN-DISCIPLINA-CONCEITO EQUAL 0 THEN
                           PERFORM ACUMULA-UMA-NOTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICA-DISCIPLINA-CONCEITO.
           MOVE 0 TO RTN-DISCIPLINA-CONCEITO.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > TOTAL-DISCIPLINAS
               IF DIS-CODIGO OF DISCIPLINAS(D) EQUAL
                       NOT-DISCIPLINA OF NOTAS(J) AND
                       DIS-NOTA-CONCEITO OF DISCIPLINAS(D) THEN
                   MOVE 1 TO RTN-DISCIPLINA-CONCEITO
               END-IF
           END-PERFORM.

      * A disciplina enters the student's projection as soon as it
      * has any grade in the year; only the grades of closed
      * bimestres are summed.
       ACUMULA-UMA-NOTA.
           MOVE 0 TO DISC-ACHADA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > RSC-TOTAL-DISC(I)
                   OR DISC-ACHADA NOT EQUAL 0
               IF RSC-CODIGO(I, K) EQUAL NOT-DISCIPLINA OF NOTAS(J)
                       THEN
                   MOVE K TO DISC-ACHADA
               END-IF
           END-PERFORM.
           IF DISC-ACHADA EQUAL 0 AND RSC-TOTAL-DISC(I) < 20 THEN
               ADD 1 TO RSC-TOTAL-DISC(I)
               MOVE RSC-TOTAL-DISC(I) TO DISC-ACHADA
               MOVE NOT-DISCIPLINA OF NOTAS(J)
                       TO RSC-CODIGO(I, DISC-ACHADA)
               MOVE 0 TO RSC-SOMA(I, DISC-ACHADA)
               MOVE 0 TO RSC-PESOS(I, DISC-ACHADA)
               PERFORM REGISTRA-DISCIPLINA-ANO
           END-IF.
           IF DISC-ACHADA NOT EQUAL 0 AND
                   NOT-BIMESTRE OF NOTAS(J) >= 1 AND
                   NOT-BIMESTRE OF NOTAS(J) <= 4 THEN
               IF BIMESTRE-FECHADO(NOT-BIMESTRE OF NOTAS(J))
                       EQUAL "S" THEN
                   COMPUTE RSC-SOMA(I, DISC-ACHADA) =
                           RSC-SOMA(I, DISC-ACHADA) +
                           (NOT-NOTA OF NOTAS(J) *
                            PAR-PESO-BIMESTRE(NOT-BIMESTRE OF NOTAS(J)))
                   ADD PAR-PESO-BIMESTRE(NOT-BIMESTRE OF NOTAS(J))
                           TO RSC-PESOS(I, DISC-ACHADA)
               END-IF
           END-IF.

       REGISTRA-DISCIPLINA-ANO.
           MOVE 0 TO RTN-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-DISC-ANO OR RTN-ACHADO NOT EQUAL 0
               IF DISC-ANO(K) EQUAL NOT-DISCIPLINA OF NOTAS(J) THEN
                   MOVE K TO RTN-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-ACHADO EQUAL 0 AND TOTAL-DISC-ANO < 50 THEN
               ADD 1 TO TOTAL-DISC-ANO
               MOVE NOT-DISCIPLINA OF NOTAS(J)
                       TO DISC-ANO(TOTAL-DISC-ANO)
           END-IF.

       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-RS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF RSC-TOTAL-DISC(I) NOT EQUAL 0 THEN
                   MOVE 0 TO TURMA-ACHADA
                   PERFORM VARYING T FROM 1 BY 1
                           UNTIL T > TOTAL-TURMAS-RS
                           OR TURMA-ACHADA NOT EQUAL 0
                       IF TURMAS-RS(T) EQUAL ALU-TURMA OF ALUNOS(I)
                               THEN
                           MOVE T TO TURMA-ACHADA
                       END-IF
                   END-PERFORM
                   IF TURMA-ACHADA EQUAL 0 AND
                           TOTAL-TURMAS-RS < TUR-MAX-TURMAS
                           THEN
                       ADD 1 TO TOTAL-TURMAS-RS
                       MOVE ALU-TURMA OF ALUNOS(I)
                               TO TURMAS-RS(TOTAL-TURMAS-RS)
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PROJECAO DE RISCO ACADEMICO - ANO " DELIMITED BY SIZE
                  ANO-PROJECAO DELIMITED BY SIZE
                  " - BIMESTRES FECHADOS: " DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE 64 TO K.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               IF BIMESTRE-FECHADO(B) EQUAL "S" THEN
                   MOVE B TO RELATORIO-LINHA(K:1)
                   ADD 2 TO K
               END-IF
           END-PERFORM.
           WRITE RELATORIO-LINHA.
           MOVE PAR-MEDIA-MINIMA TO MINIMA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MEDIA MINIMA " DELIMITED BY SIZE
                  MINIMA-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE PAR-FREQ-MINIMA TO QTDE-EDIT.
           STRING "  FREQUENCIA MINIMA " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA(18:30)
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "DIAS LETIVOS A CURSAR POR UNIDADE:" TO
                   RELATORIO-LINHA.
           MOVE 36 TO K.
           PERFORM VARYING UN FROM 1 BY 1 UNTIL UN > 9
               IF DIAS-OFICIAIS-UNIDADE(UN) NOT EQUAL 0 THEN
                   MOVE DIAS-RESTANTES-UNIDADE(UN) TO QTDE-EDIT
                   STRING UN(2:1) DELIMITED BY SIZE
                          "=" DELIMITED BY SIZE
                          QTDE-EDIT DELIMITED BY SIZE
                          INTO RELATORIO-LINHA(K:5)
                   END-STRING
                   ADD 6 TO K
               END-IF
           END-PERFORM.
           WRITE RELATORIO-LINHA.
           MOVE "NECESS. = MEDIA MINIMA NOS BIMESTRES RESTANTES PARA APR
      -        "OVACAO" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-TURMA.
           PERFORM IMPRIME-DISCIPLINA VARYING D FROM 1 BY 1
                   UNTIL D > TOTAL-DISC-ANO.

       IMPRIME-DISCIPLINA.
           MOVE 0 TO LINHAS-DISCIPLINA.
           MOVE 0 TO QTDE-SEGUROS.
           MOVE 0 TO QTDE-RISCO.
           MOVE 0 TO QTDE-REPROVADOS.
           PERFORM IMPRIME-ALUNO-DISCIPLINA VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           ADD QTDE-SEGUROS TO GERAL-SEGUROS.
           ADD QTDE-RISCO TO GERAL-RISCO.
           ADD QTDE-REPROVADOS TO GERAL-REPROVADOS.
           IF LINHAS-DISCIPLINA NOT EQUAL 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               MOVE QTDE-SEGUROS TO QTDE-EDIT
               STRING "SEGUROS: " DELIMITED BY SIZE
                      QTDE-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               MOVE QTDE-RISCO TO QTDE-EDIT
               STRING "EM RISCO: " DELIMITED BY SIZE
                      QTDE-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA(16:20)
               END-STRING
               MOVE QTDE-REPROVADOS TO QTDE-EDIT
               STRING "REPROVADOS: " DELIMITED BY SIZE
                      QTDE-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA(32:20)
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-ALUNO-DISCIPLINA.
           IF ALU-TURMA OF ALUNOS(I) EQUAL TURMAS-RS(T) THEN
               MOVE 0 TO DISC-ACHADA
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > RSC-TOTAL-DISC(I)
                       OR DISC-ACHADA NOT EQUAL 0
                   IF RSC-CODIGO(I, K) EQUAL DISC-ANO(D) THEN
                       MOVE K TO DISC-ACHADA
                   END-IF
               END-PERFORM
               IF DISC-ACHADA NOT EQUAL 0 THEN
                   IF LINHAS-DISCIPLINA EQUAL 0 THEN
                       PERFORM IMPRIME-TITULO-DISCIPLINA
                   END-IF
                   ADD 1 TO LINHAS-DISCIPLINA
                   PERFORM PROJETA-NOTA
                   PERFORM PROJETA-FREQUENCIA
                   PERFORM IMPRIME-LINHA-ALUNO
               END-IF
           END-IF.

       IMPRIME-TITULO-DISCIPLINA.
           MOVE SPACES TO DESCRICAO-DISCIPLINA.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-DISCIPLINAS
               IF DIS-CODIGO OF DISCIPLINAS(K) EQUAL DISC-ANO(D) THEN
                   MOVE DIS-DESCRICAO OF DISCIPLINAS(K)
                           TO DESCRICAO-DISCIPLINA
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA " DELIMITED BY SIZE
                  TURMAS-RS(T) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  DISC-ANO(D) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  DESCRICAO-DISCIPLINA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MATRIC NOME                 MEDIA NECESS. SITUACAO"
                       DELIMITED BY SIZE
                  "      FREQ RESTAM FREQUENCIA" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

      * The average needed is what the remaining bimestres must
      * bring, at their weights, for the year media to reach the
      * minimum.  Above 10 the student can no longer pass; above
      * the minimum itself the student has to do better from now
      * on than the passing grade.
       PROJETA-NOTA.
           IF RSC-PESOS(I, DISC-ACHADA) NOT EQUAL 0 THEN
               COMPUTE MEDIA-PARCIAL = RSC-SOMA(I, DISC-ACHADA) /
                       RSC-PESOS(I, DISC-ACHADA)
           ELSE
               MOVE 0 TO MEDIA-PARCIAL
           END-IF.
           IF PESO-RESTANTE EQUAL 0 THEN
               MOVE 0 TO NOTA-NECESSARIA
               IF MEDIA-PARCIAL < PAR-MEDIA-MINIMA THEN
                   MOVE "REPROVADO" TO SITUACAO-NOTA
                   ADD 1 TO QTDE-REPROVADOS
               ELSE
                   MOVE "SEGURO" TO SITUACAO-NOTA
                   ADD 1 TO QTDE-SEGUROS
               END-IF
           ELSE
               COMPUTE NOTA-NECESSARIA ROUNDED =
                       ((PAR-MEDIA-MINIMA *
                         (RSC-PESOS(I, DISC-ACHADA) + PESO-RESTANTE))
                        - RSC-SOMA(I, DISC-ACHADA)) / PESO-RESTANTE
               IF NOTA-NECESSARIA > 10 THEN
                   MOVE "REPROVADO" TO SITUACAO-NOTA
                   ADD 1 TO QTDE-REPROVADOS
               ELSE
               IF NOTA-NECESSARIA > PAR-MEDIA-MINIMA THEN
                   MOVE "EM RISCO" TO SITUACAO-NOTA
                   ADD 1 TO QTDE-RISCO
               ELSE
                   MOVE "SEGURO" TO SITUACAO-NOTA
                   ADD 1 TO QTDE-SEGUROS
               END-IF
               END-IF
           END-IF.

      * Attendance so far (atestado days count as present, as in
      * the year-end closing) and the best it can still reach if
      * the student misses no other letivo day this year in the
      * calendar of their school unit.
       PROJETA-FREQUENCIA.
           IF ALU-UNIDADE OF ALUNOS(I) >= 1 AND
                   ALU-UNIDADE OF ALUNOS(I) <= 9 THEN
               MOVE ALU-UNIDADE OF ALUNOS(I) TO UN
           ELSE
               MOVE 1 TO UN
           END-IF.
           MOVE DIAS-OFICIAIS-UNIDADE(UN) TO DIAS-OFICIAIS.
           MOVE DIAS-RESTANTES-UNIDADE(UN) TO DIAS-RESTANTES.
           MOVE 0 TO FREQ-ACHADA.
           PERFORM VARYING X FROM 1 BY 1
                   UNTIL X > TOTAL-FREQ-ANO OR FREQ-ACHADA NOT EQUAL 0
               IF FQA-MATRICULA(X) EQUAL ALU-MATRICULA OF ALUNOS(I) THEN
                   MOVE X TO FREQ-ACHADA
               END-IF
           END-PERFORM.
           MOVE SPACES TO SITUACAO-FREQ.
           MOVE 100 TO FREQ-ATUAL.
           MOVE 0 TO FALTAS-ALUNO.
           IF FREQ-ACHADA NOT EQUAL 0 THEN
               IF FQA-TOTAL(FREQ-ACHADA) NOT EQUAL 0 THEN
                   COMPUTE FREQ-ATUAL =
                           (FQA-PRESENCAS(FREQ-ACHADA) * 100) /
                           FQA-TOTAL(FREQ-ACHADA)
               END-IF
               COMPUTE FALTAS-ALUNO = FQA-TOTAL(FREQ-ACHADA) -
                       FQA-PRESENCAS(FREQ-ACHADA)
               COMPUTE FREQ-MAXIMA =
                       ((FQA-PRESENCAS(FREQ-ACHADA) + DIAS-RESTANTES)
                        * 100) /
                       (FQA-TOTAL(FREQ-ACHADA) + DIAS-RESTANTES)
           ELSE
               MOVE 100 TO FREQ-MAXIMA
           END-IF.
           COMPUTE FALTAS-PERMITIDAS =
                   (DIAS-OFICIAIS * (100 - PAR-FREQ-MINIMA) / 100)
                   - FALTAS-ALUNO.
           IF FREQ-MAXIMA < PAR-FREQ-MINIMA THEN
               MOVE "REPROVADO" TO SITUACAO-FREQ
           ELSE
           IF FREQ-ATUAL < PAR-FREQ-MINIMA THEN
               MOVE "EM RISCO" TO SITUACAO-FREQ
           ELSE
               MOVE "OK" TO SITUACAO-FREQ
           END-IF
           END-IF.
           IF SITUACAO-FREQ NOT EQUAL "OK" THEN
               ADD 1 TO GERAL-FREQ-RISCO
           END-IF.

       IMPRIME-LINHA-ALUNO.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(I) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(I) DELIMITED BY "  "
                  INTO NOME-ALUNO
           END-STRING.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE ALU-MATRICULA OF ALUNOS(I) TO RELATORIO-LINHA(1:6).
           MOVE NOME-ALUNO TO RELATORIO-LINHA(8:20).
           MOVE MEDIA-PARCIAL TO MEDIA-EDIT.
           MOVE MEDIA-EDIT TO RELATORIO-LINHA(30:4).
           IF PESO-RESTANTE NOT EQUAL 0 AND
                   SITUACAO-NOTA NOT EQUAL "REPROVADO" THEN
               IF NOTA-NECESSARIA > 0 THEN
                   MOVE NOTA-NECESSARIA TO NECESSARIA-EDIT
               ELSE
                   MOVE 0 TO NECESSARIA-EDIT
               END-IF
               MOVE NECESSARIA-EDIT TO RELATORIO-LINHA(35:5)
           ELSE
               MOVE "    -" TO RELATORIO-LINHA(35:5)
           END-IF.
           MOVE SITUACAO-NOTA TO RELATORIO-LINHA(42:10).
           MOVE FREQ-ATUAL TO PCT-EDIT.
           MOVE PCT-EDIT TO RELATORIO-LINHA(54:5).
           MOVE FALTAS-PERMITIDAS TO RESTAM-EDIT.
           MOVE RESTAM-EDIT TO RELATORIO-LINHA(61:4).
           MOVE SITUACAO-FREQ TO RELATORIO-LINHA(67:12).
           WRITE RELATORIO-LINHA.

       IMPRIME-TOTAL-GERAL.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE GERAL-SEGUROS TO QTDE-EDIT.
           STRING "TOTAL GERAL - SEGUROS: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE GERAL-RISCO TO QTDE-EDIT.
           STRING "EM RISCO: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA(30:20)
           END-STRING.
           MOVE GERAL-REPROVADOS TO QTDE-EDIT.
           STRING "REPROVADOS: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA(46:20)
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "(CONTAGEM POR ALUNO E DISCIPLINA)" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "PROJECAO DE RISCO - ANO " ANO-PROJECAO.
           DISPLAY "BIMESTRES FECHADOS : " TOTAL-FECHADOS.
           DISPLAY "SEGUROS ...........: " GERAL-SEGUROS.
           DISPLAY "EM RISCO ..........: " GERAL-RISCO.
           DISPLAY "REPROVADOS ........: " GERAL-REPROVADOS.
           DISPLAY "RISCO DE FREQUENCIA: " GERAL-FREQ-RISCO.
           DISPLAY "RELATORIO GRAVADO EM RISCO.RPT".
