       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-FREQUENCIA-ALERTA AS "ALUFALRT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-FREQUENCIA ASSIGN TO "FREQUENCIA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ATESTADOS ASSIGN TO "ATESTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AVISOS ASSIGN TO "AVISOFRQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AVF-FILE-STATUS.
           SELECT ARQ-SORT-DIAS ASSIGN TO "SORTWORK".
           SELECT ARQ-RELATORIO ASSIGN TO "FALTAALR.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CARTAS ASSIGN TO "FALTACAR.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-FREQUENCIA.
       01  FREQUENCIA-REC.
           COPY ALUFREQ.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-ATESTADOS.
       01  ATESTADO-REC.
           COPY ALUATEST.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-AVISOS.
       01  AVISO-REC.
           COPY ALUAVFRQ.
       SD  ARQ-SORT-DIAS.
       01  SORT-DIA-REC.
           05  SRT-DATA            PIC 9(8).
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).
       FD  ARQ-CARTAS
           RECORDING MODE IS F.
       01  CARTA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 AVF-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 D PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 W PIC 9(4) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-FREQUENCIA PIC X VALUE "N".
           88 FIM-DO-ARQ-FREQUENCIA VALUE "S".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       01 FIM-ATESTADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-ATESTADOS VALUE "S".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 FIM-AVISOS PIC X VALUE "N".
           88 FIM-DO-ARQ-AVISOS VALUE "S".
       01 FIM-SORT PIC X VALUE "N".
           88 FIM-DO-SORT VALUE "S".
       01 FALTAS-SEGUIDAS-ALPHA PIC X(2) VALUE SPACES.
       01 MARGEM-ALPHA PIC X(2) VALUE SPACES.
       01 FALTAS-SEGUIDAS PIC 9(2) VALUE 3.
       01 MARGEM-FREQUENCIA PIC 9(2) VALUE 5.
       01 DIAS-MINIMOS-PERCENTUAL PIC 9(3) VALUE 10.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 ANO-ALERTA PIC 9(4) VALUE 0.
       01 PARAMETRO.
           COPY ALUPARAM.
       01 DIAS-OFICIAIS PIC 9(4) VALUE 0.
       01 UN PIC 9(2) VALUE 1.
       01 TAB-DIAS-UNIDADE.
           05 DIAS-UNIDADE OCCURS 9 TIMES.
               10 DIAS-OFICIAIS-UNIDADE PIC 9(3).
               10 LIMITE-FALTAS-UNIDADE PIC 9(3).
       01 TOTAL-DIAS-LETIVOS PIC 9(3) VALUE 0.
       01 TAB-DIAS-LETIVOS.
           05 DIAS-LETIVOS OCCURS 250 TIMES PIC 9(8).
       01 TAB-PRESENCA.
           05 PRESENCA-ALUNO OCCURS 500 TIMES.
               10 PRESENCA-DIA OCCURS 250 TIMES PIC X(1).
       01 TOTAL-ATESTADOS PIC 9(3) VALUE 0.
       01 LISTA-ATESTADOS.
           05 ATESTADOS OCCURS 500 TIMES.
               COPY ALUATEST REPLACING ==05== BY ==10==.
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 TOTAL-AVISOS PIC 9(4) VALUE 0.
       01 LISTA-AVISOS.
           05 AVISOS OCCURS 3000 TIMES.
               COPY ALUAVFRQ REPLACING ==05== BY ==10==.
       01 TAB-ALERTAS.
           05 ALERTAS OCCURS 500 TIMES.
               10 ALR-DIAS PIC 9(3).
               10 ALR-FALTAS PIC 9(3).
               10 ALR-JUSTIFICADAS PIC 9(3).
               10 ALR-PERCENTUAL PIC 9(3)V9(1).
               10 ALR-RESTANTES PIC S9(3).
               10 ALR-SEQ-QTDE PIC 9(3).
               10 ALR-SEQ-INICIO PIC 9(8).
               10 ALR-CONSECUTIVAS PIC X(1).
               10 ALR-FREQUENCIA PIC X(1).
               10 ALR-NOVO-CONSECUTIVAS PIC X(1).
               10 ALR-NOVO-FREQUENCIA PIC X(1).
       01 SEQ-ATUAL PIC 9(3) VALUE 0.
       01 SEQ-INICIO-ATUAL PIC 9(8) VALUE 0.
       01 RTN-ALUNO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-DIA-ACHADO PIC 9(3) VALUE 0.
       01 RTN-FALTA-JUSTIFICADA PIC 9(1) VALUE 0.
       01 RTN-AVISO-ACHADO PIC 9(4) VALUE 0.
       01 RTN-RESPONSAVEL-ACHADO PIC 9(3) VALUE 0.
       01 MOTIVO-PROCURADO PIC X(1) VALUE SPACES.
       01 TOTAL-TURMAS-AL PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-AL.
           05 TURMAS-AL-ENTRADA OCCURS 200 TIMES.
               10 TURMAS-AL PIC X(4).
               10 TURMAS-AL-UNIDADE PIC 9(2).
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 DATA-EDIT PIC X(10) VALUE SPACES.
       01 DATA-FORMATAR PIC 9(8) VALUE 0.
       01 PCT-EDIT PIC ZZ9.9.
       01 QTDE-EDIT PIC ZZ9.
       01 RESTANTES-EDIT PIC -ZZ9.
       01 MINIMA-EDIT PIC ZZ9.
       01 TOTAL-ALERTAS PIC 9(3) VALUE 0.
       01 TOTAL-CARTAS PIC 9(3) VALUE 0.
       01 TOTAL-SEM-RESPONSAVEL PIC 9(3) VALUE 0.
       01 TOTAL-REGISTROS PIC 9(5) VALUE 0.
       01 NOME-RELATORIO PIC X(12) VALUE "FALTAALR.RPT".
       01 NOME-CARTAS PIC X(12) VALUE "FALTACAR.RPT".
       01 MENSAGEM-TIPO PIC X(2) VALUE "FA".
       01 MENSAGEM-TEXTO PIC X(120) VALUE SPACES.
       01 PONTEIRO-MENSAGEM PIC 9(3) VALUE 1.
       01 STATUS-MENSAGEM PIC X(20) VALUE " ".
       01 TOTAL-MENSAGENS PIC 9(3) VALUE 0.
       01 RUN-JOB-NOME PIC X(8) VALUE "ALUFALRT".
       01 RUN-OPERACAO PIC X(10) VALUE SPACES.
       01 RUN-LIDOS-CTR PIC 9(5) VALUE 0.
       01 RUN-APLICADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-REJEITADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-RESULTADO-FIM PIC X(1) VALUE "O".

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           MOVE "INICIA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
           ACCEPT FALTAS-SEGUIDAS-ALPHA.
           ACCEPT MARGEM-ALPHA.
           IF FALTAS-SEGUIDAS-ALPHA IS NUMERIC AND
                   FALTAS-SEGUIDAS-ALPHA NOT EQUAL "00" THEN
               MOVE FALTAS-SEGUIDAS-ALPHA TO FALTAS-SEGUIDAS
           END-IF.
           IF MARGEM-ALPHA IS NUMERIC THEN
               MOVE MARGEM-ALPHA TO MARGEM-FREQUENCIA
           END-IF.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           MOVE DATA-COMPLETA(1:4) TO ANO-ALERTA.
           CALL "ALUNO-PARAMETRO" USING PARAMETRO.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-DIAS-LETIVOS.
           PERFORM CARREGA-ATESTADOS.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-AVISOS.
           PERFORM MARCA-FREQUENCIA.
           PERFORM VARYING UN FROM 1 BY 1 UNTIL UN > 9
               COMPUTE LIMITE-FALTAS-UNIDADE(UN) =
                       DIAS-OFICIAIS-UNIDADE(UN) *
                       (100 - PAR-FREQ-MINIMA) / 100
           END-PERFORM.
           PERFORM AVALIA-ALUNO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-CARTAS.
           OPEN EXTEND ARQ-AVISOS.
           IF AVF-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-AVISOS
           END-IF.
           PERFORM IMPRIME-CABECALHO.
           IF TOTAL-ALERTAS EQUAL 0 THEN
               MOVE "NENHUM ALUNO EM SITUACAO DE ALERTA" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM MONTA-TURMAS
               PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-AL
           END-IF.
           PERFORM EMITE-AVISO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           IF TOTAL-CARTAS EQUAL 0 THEN
               MOVE "NENHUM AVISO NOVO NESTA SEMANA" TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           CLOSE ARQ-AVISOS.
           CLOSE ARQ-CARTAS.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           CALL "ALUNO-SPOOL" USING NOME-CARTAS, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           MOVE TOTAL-REGISTROS TO RUN-LIDOS-CTR.
           MOVE TOTAL-CARTAS TO RUN-APLICADOS-CTR.
           MOVE TOTAL-SEM-RESPONSAVEL TO RUN-REJEITADOS-CTR.
           MOVE "O" TO RUN-RESULTADO-FIM.
           MOVE "ENCERRA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
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

      * Only the letivo days of the school year up to today count,
      * in date order, whatever order they were typed into the
      * calendar; a date letivo in more than one school unit is
      * kept once.  Each unit's whole-year count is the base of the
      * yearly absence limit of its students.
       CARREGA-DIAS-LETIVOS.
           MOVE 0 TO DIAS-OFICIAIS.
           INITIALIZE TAB-DIAS-UNIDADE.
           MOVE 0 TO TOTAL-DIAS-LETIVOS.
           SORT ARQ-SORT-DIAS ON ASCENDING KEY SRT-DATA
               INPUT PROCEDURE IS LIBERA-DIAS
               OUTPUT PROCEDURE IS RECEBE-DIAS.

       LIBERA-DIAS.
           MOVE "N" TO FIM-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO.
           PERFORM LE-CALENDARIO UNTIL FIM-DO-ARQ-CALENDARIO.
           CLOSE ARQ-CALENDARIO.

       LE-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END
                   MOVE "S" TO FIM-CALENDARIO
               NOT AT END
                   IF CAL-DATA(1:4) EQUAL ANO-ALERTA AND
                           CAL-LETIVO THEN
                       ADD 1 TO DIAS-OFICIAIS
                       IF CAL-UNIDADE >= 1 AND CAL-UNIDADE <= 9 THEN
                           MOVE CAL-UNIDADE TO UN
                       ELSE
                           MOVE 1 TO UN
                       END-IF
                       ADD 1 TO DIAS-OFICIAIS-UNIDADE(UN)
                       IF CAL-DATA <= DATA-COMPLETA THEN
                           MOVE CAL-DATA TO SRT-DATA
                           RELEASE SORT-DIA-REC
                       END-IF
                   END-IF
           END-READ.

       RECEBE-DIAS.
           MOVE "N" TO FIM-SORT.
           PERFORM RECEBE-UM-DIA UNTIL FIM-DO-SORT.

       RECEBE-UM-DIA.
           RETURN ARQ-SORT-DIAS
               AT END
                   MOVE "S" TO FIM-SORT
               NOT AT END
                   IF TOTAL-DIAS-LETIVOS EQUAL 0 THEN
                       ADD 1 TO TOTAL-DIAS-LETIVOS
                       MOVE SRT-DATA TO
                               DIAS-LETIVOS(TOTAL-DIAS-LETIVOS)
                   ELSE
                   IF TOTAL-DIAS-LETIVOS < 250 AND SRT-DATA NOT EQUAL
                           DIAS-LETIVOS(TOTAL-DIAS-LETIVOS) THEN
                       ADD 1 TO TOTAL-DIAS-LETIVOS
                       MOVE SRT-DATA TO
                               DIAS-LETIVOS(TOTAL-DIAS-LETIVOS)
                   END-IF
                   END-IF
           END-RETURN.

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

       CARREGA-RESPONSAVEIS.
           MOVE "N" TO FIM-RESPONSAVEIS.
           MOVE 0 TO TOTAL-RESPONSAVEIS.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM LE-RESPONSAVEL UNTIL FIM-DO-ARQ-RESPONSAVEIS.
           CLOSE ARQ-RESPONSAVEIS.

       LE-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE "S" TO FIM-RESPONSAVEIS
               NOT AT END
                   IF TOTAL-RESPONSAVEIS < 500 THEN
                       ADD 1 TO TOTAL-RESPONSAVEIS
                       MOVE RESPONSAVEL-REC
                               TO RESPONSAVEIS(TOTAL-RESPONSAVEIS)
                   END-IF
           END-READ.

       CARREGA-AVISOS.
           MOVE "N" TO FIM-AVISOS.
           MOVE 0 TO TOTAL-AVISOS.
           OPEN INPUT ARQ-AVISOS.
           PERFORM LE-AVISO UNTIL FIM-DO-ARQ-AVISOS.
           CLOSE ARQ-AVISOS.

       LE-AVISO.
           READ ARQ-AVISOS
               AT END
                   MOVE "S" TO FIM-AVISOS
               NOT AT END
                   IF AVF-ANO OF AVISO-REC EQUAL ANO-ALERTA AND
                           TOTAL-AVISOS < 3000 THEN
                       ADD 1 TO TOTAL-AVISOS
                       MOVE AVISO-REC TO AVISOS(TOTAL-AVISOS)
                   END-IF
           END-READ.

      * Each student gets one mark per letivo day up to today:
      * "P" present, "F" unjustified absence, "J" absence covered
      * by an atestado; days with no attendance entered stay blank.
       MARCA-FREQUENCIA.
           MOVE SPACES TO TAB-PRESENCA.
           MOVE "N" TO FIM-FREQUENCIA.
           OPEN INPUT ARQ-FREQUENCIA.
           PERFORM LE-FREQUENCIA UNTIL FIM-DO-ARQ-FREQUENCIA.
           CLOSE ARQ-FREQUENCIA.

       LE-FREQUENCIA.
           READ ARQ-FREQUENCIA
               AT END
                   MOVE "S" TO FIM-FREQUENCIA
               NOT AT END
                   IF FRQ-DATA(1:4) EQUAL ANO-ALERTA AND
                           FRQ-DATA <= DATA-COMPLETA THEN
                       ADD 1 TO TOTAL-REGISTROS
                       PERFORM MARCA-DIA
                   END-IF
           END-READ.

       MARCA-DIA.
           PERFORM BUSCA-DIA.
           PERFORM BUSCA-ALUNO.
           IF RTN-DIA-ACHADO NOT EQUAL 0 AND
                   RTN-ALUNO-ACHADO NOT EQUAL 0 THEN
               IF FRQ-AUSENTE THEN
                   PERFORM VERIFICA-JUSTIFICADA
                   IF RTN-FALTA-JUSTIFICADA NOT EQUAL 0 THEN
                       MOVE "J" TO PRESENCA-DIA(RTN-ALUNO-ACHADO,
                               RTN-DIA-ACHADO)
                   ELSE
                       MOVE "F" TO PRESENCA-DIA(RTN-ALUNO-ACHADO,
                               RTN-DIA-ACHADO)
                   END-IF
               ELSE
                   MOVE "P" TO PRESENCA-DIA(RTN-ALUNO-ACHADO,
                           RTN-DIA-ACHADO)
               END-IF
           END-IF.

       BUSCA-DIA.
           MOVE 0 TO RTN-DIA-ACHADO.
           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > TOTAL-DIAS-LETIVOS
                   OR RTN-DIA-ACHADO NOT EQUAL 0
               IF DIAS-LETIVOS(D) EQUAL FRQ-DATA THEN
                   MOVE D TO RTN-DIA-ACHADO
               END-IF
           END-PERFORM.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-ALUNO-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-ALUNOS
                   OR RTN-ALUNO-ACHADO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(K) EQUAL FRQ-MATRICULA THEN
                   MOVE K TO RTN-ALUNO-ACHADO
               END-IF
           END-PERFORM.

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

      * A justified absence neither breaks nor extends a run of
      * unjustified ones; a day present ends it.  The attendance
      * percentage is only judged once enough days have been
      * entered for it to mean something.
       AVALIA-ALUNO.
           INITIALIZE ALERTAS(I).
           MOVE "N" TO ALR-CONSECUTIVAS(I).
           MOVE "N" TO ALR-FREQUENCIA(I).
           MOVE "N" TO ALR-NOVO-CONSECUTIVAS(I).
           MOVE "N" TO ALR-NOVO-FREQUENCIA(I).
           IF ALU-ATIVO OF ALUNOS(I) THEN
               MOVE 0 TO SEQ-ATUAL
               MOVE 0 TO SEQ-INICIO-ATUAL
               PERFORM AVALIA-DIA VARYING D FROM 1 BY 1
                       UNTIL D > TOTAL-DIAS-LETIVOS
               IF ALR-DIAS(I) NOT EQUAL 0 THEN
                   COMPUTE ALR-PERCENTUAL(I) =
                           ((ALR-DIAS(I) - ALR-FALTAS(I)) * 100)
                           / ALR-DIAS(I)
               ELSE
                   MOVE 100 TO ALR-PERCENTUAL(I)
               END-IF
               PERFORM UNIDADE-DO-ALUNO
               COMPUTE ALR-RESTANTES(I) = LIMITE-FALTAS-UNIDADE(UN) -
                       ALR-FALTAS(I)
               IF ALR-DIAS(I) >= DIAS-MINIMOS-PERCENTUAL THEN
                   IF ALR-PERCENTUAL(I) < PAR-FREQ-MINIMA THEN
                       MOVE "B" TO ALR-FREQUENCIA(I)
                   ELSE
                   IF ALR-PERCENTUAL(I) <
                           PAR-FREQ-MINIMA + MARGEM-FREQUENCIA THEN
                       MOVE "Q" TO ALR-FREQUENCIA(I)
                   END-IF
                   END-IF
               END-IF
               PERFORM VERIFICA-AVISADO
               IF ALR-CONSECUTIVAS(I) EQUAL "S" OR
                       ALR-FREQUENCIA(I) NOT EQUAL "N" THEN
                   ADD 1 TO TOTAL-ALERTAS
               END-IF
           END-IF.

      * A student with no valid unit on file belongs to unit 1.
       UNIDADE-DO-ALUNO.
           IF ALU-UNIDADE OF ALUNOS(I) >= 1 AND
                   ALU-UNIDADE OF ALUNOS(I) <= 9 THEN
               MOVE ALU-UNIDADE OF ALUNOS(I) TO UN
           ELSE
               MOVE 1 TO UN
           END-IF.

       AVALIA-DIA.
           EVALUATE PRESENCA-DIA(I, D)
               WHEN "P"
                   ADD 1 TO ALR-DIAS(I)
                   MOVE 0 TO SEQ-ATUAL
               WHEN "J"
                   ADD 1 TO ALR-DIAS(I)
                   ADD 1 TO ALR-JUSTIFICADAS(I)
               WHEN "F"
                   ADD 1 TO ALR-DIAS(I)
                   ADD 1 TO ALR-FALTAS(I)
                   IF SEQ-ATUAL EQUAL 0 THEN
                       MOVE DIAS-LETIVOS(D) TO SEQ-INICIO-ATUAL
                   END-IF
                   ADD 1 TO SEQ-ATUAL
                   IF SEQ-ATUAL >= FALTAS-SEGUIDAS THEN
                       MOVE "S" TO ALR-CONSECUTIVAS(I)
                       MOVE SEQ-ATUAL TO ALR-SEQ-QTDE(I)
                       MOVE SEQ-INICIO-ATUAL TO ALR-SEQ-INICIO(I)
                   END-IF
           END-EVALUATE.

      * A run of absences is notified once, however long it goes
      * on; attendance below the minimum is notified once a year,
      * and attendance falling toward it once a year unless the
      * family was already told it is below.
       VERIFICA-AVISADO.
           IF ALR-CONSECUTIVAS(I) EQUAL "S" THEN
               MOVE "C" TO MOTIVO-PROCURADO
               PERFORM BUSCA-AVISO
               IF RTN-AVISO-ACHADO EQUAL 0 THEN
                   MOVE "S" TO ALR-NOVO-CONSECUTIVAS(I)
               END-IF
           END-IF.
           IF ALR-FREQUENCIA(I) NOT EQUAL "N" THEN
               MOVE "B" TO MOTIVO-PROCURADO
               PERFORM BUSCA-AVISO
               IF RTN-AVISO-ACHADO EQUAL 0 AND
                       ALR-FREQUENCIA(I) EQUAL "Q" THEN
                   MOVE "Q" TO MOTIVO-PROCURADO
                   PERFORM BUSCA-AVISO
               END-IF
               IF RTN-AVISO-ACHADO EQUAL 0 THEN
                   MOVE "S" TO ALR-NOVO-FREQUENCIA(I)
               END-IF
           END-IF.

       BUSCA-AVISO.
           MOVE 0 TO RTN-AVISO-ACHADO.
           PERFORM VARYING W FROM 1 BY 1
                   UNTIL W > TOTAL-AVISOS
                   OR RTN-AVISO-ACHADO NOT EQUAL 0
               IF AVF-MATRICULA OF AVISOS(W) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) AND
                       AVF-MOTIVO OF AVISOS(W) EQUAL MOTIVO-PROCURADO
                       THEN
                   IF MOTIVO-PROCURADO NOT EQUAL "C" OR
                           AVF-DATA-REFERENCIA OF AVISOS(W) >=
                           ALR-SEQ-INICIO(I) THEN
                       MOVE W TO RTN-AVISO-ACHADO
                   END-IF
               END-IF
           END-PERFORM.

       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-AL.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALR-CONSECUTIVAS(I) EQUAL "S" OR
                       ALR-FREQUENCIA(I) NOT EQUAL "N" THEN
                   MOVE 0 TO TURMA-ACHADA
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TOTAL-TURMAS-AL
                           OR TURMA-ACHADA NOT EQUAL 0
                       IF TURMAS-AL(K) EQUAL ALU-TURMA OF ALUNOS(I)
                               THEN
                           MOVE K TO TURMA-ACHADA
                       END-IF
                   END-PERFORM
                   IF TURMA-ACHADA EQUAL 0 AND TOTAL-TURMAS-AL < 200
                           THEN
                       ADD 1 TO TOTAL-TURMAS-AL
                       MOVE ALU-TURMA OF ALUNOS(I)
                               TO TURMAS-AL(TOTAL-TURMAS-AL)
                       PERFORM UNIDADE-DO-ALUNO
                       MOVE UN TO TURMAS-AL-UNIDADE(TOTAL-TURMAS-AL)
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-CABECALHO.
           MOVE DATA-COMPLETA TO DATA-FORMATAR.
           PERFORM FORMATA-DATA.
           MOVE PAR-FREQ-MINIMA TO MINIMA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ALERTA DE FALTAS - " DELIMITED BY SIZE
                  DATA-EDIT DELIMITED BY SIZE
                  " - FREQUENCIA MINIMA " DELIMITED BY SIZE
                  MINIMA-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TOTAL-DIAS-LETIVOS TO QTDE-EDIT.
           STRING "DIAS LETIVOS ATE HOJE: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF DIAS-OFICIAIS EQUAL 0 THEN
               MOVE "SEM CALENDARIO CADASTRADO PARA O ANO" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * The days letivos of the year and the absence limit are those
      * of the school unit the turma belongs to.
       IMPRIME-TURMA.
           MOVE TURMAS-AL-UNIDADE(T) TO UN.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA " DELIMITED BY SIZE
                  TURMAS-AL(T) DELIMITED BY SIZE
                  "  UNIDADE " DELIMITED BY SIZE
                  UN DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE DIAS-OFICIAIS-UNIDADE(UN) TO QTDE-EDIT.
           STRING "  NO ANO: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA(23:20)
           END-STRING.
           MOVE LIMITE-FALTAS-UNIDADE(UN) TO QTDE-EDIT.
           STRING "  LIMITE DE FALTAS: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA(36:30)
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MATRIC NOME                       FALTAS SEGUIDAS"
                       DELIMITED BY SIZE
                  "  FREQ RESTAM AVISO" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-ALERTA VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-ALERTA.
           IF ALU-TURMA OF ALUNOS(I) EQUAL TURMAS-AL(T) AND
                   (ALR-CONSECUTIVAS(I) EQUAL "S" OR
                    ALR-FREQUENCIA(I) NOT EQUAL "N") THEN
               PERFORM MONTA-NOME-ALUNO
               MOVE SPACES TO RELATORIO-LINHA
               MOVE ALU-MATRICULA OF ALUNOS(I) TO
                       RELATORIO-LINHA(1:6)
               MOVE NOME-ALUNO TO RELATORIO-LINHA(8:26)
               MOVE ALR-FALTAS(I) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(38:3)
               IF ALR-CONSECUTIVAS(I) EQUAL "S" THEN
                   MOVE ALR-SEQ-QTDE(I) TO QTDE-EDIT
                   MOVE QTDE-EDIT TO RELATORIO-LINHA(46:3)
               END-IF
               MOVE ALR-PERCENTUAL(I) TO PCT-EDIT
               MOVE PCT-EDIT TO RELATORIO-LINHA(52:5)
               MOVE ALR-RESTANTES(I) TO RESTANTES-EDIT
               MOVE RESTANTES-EDIT TO RELATORIO-LINHA(58:4)
               IF ALR-NOVO-CONSECUTIVAS(I) EQUAL "S" OR
                       ALR-NOVO-FREQUENCIA(I) EQUAL "S" THEN
                   MOVE "NOVO" TO RELATORIO-LINHA(64:4)
               ELSE
                   MOVE "JA AVISADO" TO RELATORIO-LINHA(64:10)
               END-IF
               WRITE RELATORIO-LINHA
           END-IF.

       MONTA-NOME-ALUNO.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(I) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(I) DELIMITED BY "  "
                  INTO NOME-ALUNO
           END-STRING.

      * One letter per student with something new to tell, sent
      * to the guardian on file, and the same notice posted to the
      * guardian's SMS/e-mail queue; the notices go to AVISOFRQ.DAT
      * so next week's run does not repeat them.
       EMITE-AVISO.
           IF ALR-NOVO-CONSECUTIVAS(I) EQUAL "S" OR
                   ALR-NOVO-FREQUENCIA(I) EQUAL "S" THEN
               PERFORM BUSCA-RESPONSAVEL
               PERFORM IMPRIME-CARTA
               PERFORM POSTA-MENSAGEM
               ADD 1 TO TOTAL-CARTAS
               IF ALR-NOVO-CONSECUTIVAS(I) EQUAL "S" THEN
                   MOVE "C" TO AVF-MOTIVO OF AVISO-REC
                   MOVE ALR-SEQ-INICIO(I) TO
                           AVF-DATA-REFERENCIA OF AVISO-REC
                   PERFORM GRAVA-AVISO
               END-IF
               IF ALR-NOVO-FREQUENCIA(I) EQUAL "S" THEN
                   MOVE ALR-FREQUENCIA(I) TO AVF-MOTIVO OF AVISO-REC
                   MOVE DATA-COMPLETA TO
                           AVF-DATA-REFERENCIA OF AVISO-REC
                   PERFORM GRAVA-AVISO
               END-IF
           END-IF.

       GRAVA-AVISO.
           MOVE ALU-MATRICULA OF ALUNOS(I) TO
                   AVF-MATRICULA OF AVISO-REC.
           MOVE ANO-ALERTA TO AVF-ANO OF AVISO-REC.
           MOVE DATA-COMPLETA TO AVF-DATA-AVISO OF AVISO-REC.
           MOVE ALR-FALTAS(I) TO AVF-FALTAS OF AVISO-REC.
           MOVE ALR-PERCENTUAL(I) TO AVF-PERCENTUAL OF AVISO-REC.
           WRITE AVISO-REC.

       POSTA-MENSAGEM.
           MOVE SPACES TO MENSAGEM-TEXTO.
           MOVE 1 TO PONTEIRO-MENSAGEM.
           STRING "ESCOLA MUNICIPAL: " DELIMITED BY SIZE
                  NOME-ALUNO DELIMITED BY "  "
                  ", TURMA " DELIMITED BY SIZE
                  ALU-TURMA OF ALUNOS(I) DELIMITED BY SIZE
                  INTO MENSAGEM-TEXTO
                  WITH POINTER PONTEIRO-MENSAGEM
           END-STRING.
           IF ALR-NOVO-CONSECUTIVAS(I) EQUAL "S" THEN
               MOVE ALR-SEQ-QTDE(I) TO QTDE-EDIT
               STRING ", FALTOU" DELIMITED BY SIZE
                      QTDE-EDIT DELIMITED BY SIZE
                      " DIAS SEGUIDOS SEM JUSTIFICATIVA"
                           DELIMITED BY SIZE
                      INTO MENSAGEM-TEXTO
                      WITH POINTER PONTEIRO-MENSAGEM
               END-STRING
           END-IF.
           IF ALR-NOVO-FREQUENCIA(I) EQUAL "S" THEN
               MOVE ALR-PERCENTUAL(I) TO PCT-EDIT
               STRING ", ESTA COM FREQUENCIA DE" DELIMITED BY SIZE
                      PCT-EDIT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO MENSAGEM-TEXTO
                      WITH POINTER PONTEIRO-MENSAGEM
               END-STRING
           END-IF.
           STRING ". PROCURE A COORDENACAO." DELIMITED BY SIZE
                  INTO MENSAGEM-TEXTO
                  WITH POINTER PONTEIRO-MENSAGEM
           END-STRING.
           CALL "ALUNO-MENSAGEM-POSTA" USING MENSAGEM-TIPO,
                   ALU-MATRICULA OF ALUNOS(I), MENSAGEM-TEXTO,
                   OPERADOR-ID, STATUS-MENSAGEM.
           IF STATUS-MENSAGEM EQUAL "OK" THEN
               ADD 1 TO TOTAL-MENSAGENS
           END-IF.

       BUSCA-RESPONSAVEL.
           MOVE 0 TO RTN-RESPONSAVEL-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-RESPONSAVEIS
                   OR RTN-RESPONSAVEL-ACHADO NOT EQUAL 0
               IF RSP-MATRICULA OF RESPONSAVEIS(K) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) THEN
                   MOVE K TO RTN-RESPONSAVEL-ACHADO
               END-IF
           END-PERFORM.

       IMPRIME-CARTA.
           PERFORM MONTA-NOME-ALUNO.
           MOVE DATA-COMPLETA TO DATA-FORMATAR.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "ESCOLA MUNICIPAL - AVISO DE FALTAS"
                       DELIMITED BY SIZE
                  INTO CARTA-LINHA
           END-STRING.
           MOVE DATA-EDIT TO CARTA-LINHA(60:10).
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           IF RTN-RESPONSAVEL-ACHADO NOT EQUAL 0 THEN
               MOVE SPACES TO CARTA-LINHA
               STRING "A(O) SR(A). " DELIMITED BY SIZE
                      RSP-NOME OF RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                           DELIMITED BY SIZE
                      INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
               MOVE RSP-ENDERECO OF
                       RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                       TO CARTA-LINHA
               WRITE CARTA-LINHA
           ELSE
               ADD 1 TO TOTAL-SEM-RESPONSAVEL
               MOVE "AO RESPONSAVEL PELO(A) ALUNO(A)" TO CARTA-LINHA
               WRITE CARTA-LINHA
               MOVE "(SEM RESPONSAVEL CADASTRADO - ENTREGAR NA ESCOLA)"
                       TO CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "PREZADO(A) RESPONSAVEL," TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "INFORMAMOS QUE O(A) ALUNO(A) " DELIMITED BY SIZE
                  NOME-ALUNO DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  INTO CARTA-LINHA
           END-STRING.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           STRING "MATRICULA " DELIMITED BY SIZE
                  ALU-MATRICULA OF ALUNOS(I) DELIMITED BY SIZE
                  ", TURMA " DELIMITED BY SIZE
                  ALU-TURMA OF ALUNOS(I) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  INTO CARTA-LINHA
           END-STRING.
           WRITE CARTA-LINHA.
           IF ALR-NOVO-CONSECUTIVAS(I) EQUAL "S" THEN
               MOVE ALR-SEQ-INICIO(I) TO DATA-FORMATAR
               PERFORM FORMATA-DATA
               MOVE ALR-SEQ-QTDE(I) TO QTDE-EDIT
               MOVE SPACES TO CARTA-LINHA
               STRING "- FALTOU" DELIMITED BY SIZE
                      QTDE-EDIT DELIMITED BY SIZE
                      " DIAS LETIVOS SEGUIDOS SEM JUSTIFICATIVA,"
                           DELIMITED BY SIZE
                      INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               STRING "  A PARTIR DE " DELIMITED BY SIZE
                      DATA-EDIT DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
           END-IF.
           IF ALR-NOVO-FREQUENCIA(I) EQUAL "S" THEN
               MOVE ALR-PERCENTUAL(I) TO PCT-EDIT
               MOVE SPACES TO CARTA-LINHA
               STRING "- ESTA COM FREQUENCIA DE " DELIMITED BY SIZE
                      PCT-EDIT DELIMITED BY SIZE
                      "% NO ANO LETIVO," DELIMITED BY SIZE
                      INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
               MOVE SPACES TO CARTA-LINHA
               IF ALR-FREQUENCIA(I) EQUAL "B" THEN
                   STRING "  ABAIXO DO MINIMO DE " DELIMITED BY SIZE
                          MINIMA-EDIT DELIMITED BY SIZE
                          "% EXIGIDO PARA APROVACAO;"
                               DELIMITED BY SIZE
                          INTO CARTA-LINHA
                   END-STRING
               ELSE
                   STRING "  PROXIMA DO MINIMO DE " DELIMITED BY SIZE
                          MINIMA-EDIT DELIMITED BY SIZE
                          "% EXIGIDO PARA APROVACAO;"
                               DELIMITED BY SIZE
                          INTO CARTA-LINHA
                   END-STRING
               END-IF
               WRITE CARTA-LINHA
           END-IF.
           IF ALR-RESTANTES(I) > 0 THEN
               MOVE ALR-RESTANTES(I) TO QTDE-EDIT
               MOVE SPACES TO CARTA-LINHA
               STRING "- RESTAM" DELIMITED BY SIZE
                      QTDE-EDIT DELIMITED BY SIZE
                      " FALTAS ATE O LIMITE PERMITIDO NO ANO."
                           DELIMITED BY SIZE
                      INTO CARTA-LINHA
               END-STRING
               WRITE CARTA-LINHA
           ELSE
               MOVE "- O LIMITE DE FALTAS DO ANO FOI ATINGIDO." TO
                       CARTA-LINHA
               WRITE CARTA-LINHA
           END-IF.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "FALTAS POR MOTIVO DE SAUDE DEVEM SER JUSTIFICADAS COM"
                   TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "ATESTADO NA SECRETARIA.  SOLICITAMOS O COMPARECIMENTO"
                   TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "DO RESPONSAVEL A COORDENACAO PEDAGOGICA." TO
                   CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE SPACES TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE "A COORDENACAO" TO CARTA-LINHA.
           WRITE CARTA-LINHA.
           MOVE ALL "=" TO CARTA-LINHA.
           WRITE CARTA-LINHA.

       FORMATA-DATA.
           MOVE SPACES TO DATA-EDIT.
           STRING DATA-FORMATAR(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-FORMATAR(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-FORMATAR(1:4) DELIMITED BY SIZE
                  INTO DATA-EDIT
           END-STRING.

       IMPRIME-SUMARIO.
           DISPLAY "ALERTA DE FALTAS " DATA-COMPLETA.
           DISPLAY "DIAS LETIVOS ATE HOJE ..: " TOTAL-DIAS-LETIVOS.
           DISPLAY "REGISTROS DE FREQUENCIA : " TOTAL-REGISTROS.
           DISPLAY "ALUNOS EM ALERTA .......: " TOTAL-ALERTAS.
           DISPLAY "CARTAS EMITIDAS ........: " TOTAL-CARTAS.
           DISPLAY "SEM RESPONSAVEL ........: " TOTAL-SEM-RESPONSAVEL.
           DISPLAY "MENSAGENS NA FILA ......: " TOTAL-MENSAGENS.
           DISPLAY "LISTA GRAVADA EM FALTAALR.RPT".
           DISPLAY "CARTAS GRAVADAS EM FALTACAR.RPT".
