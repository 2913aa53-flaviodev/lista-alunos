       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-ANO-LETIVO-ABRE AS "ALUANOAB".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-ANOS ASSIGN TO "ANOLETIV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ANL-FILE-STATUS.
           SELECT OPTIONAL ARQ-RESULTADO ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ROLAGEM ASSIGN TO "ROLAGEM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-FERIADOS ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-FECHAMENTO ASSIGN TO "FECHABIM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO NOME-ARQ-TURMAS
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ATRIBUICOES ASSIGN TO NOME-ARQ-ATRIB
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO NOME-ARQ-HORARIOS
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TAXAS ASSIGN TO NOME-ARQ-TAXAS
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CALENDARIO ASSIGN TO NOME-ARQ-CALENDARIO
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "ABERTURA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-ANOS.
       01  ANO-LETIVO-REC.
           COPY ALUANOLT.
       FD  ARQ-RESULTADO.
       01  RESULTADO-REC.
           COPY ALURESUL.
       FD  ARQ-ROLAGEM.
       01  ROLAGEM-REC.
           COPY ALUROLAG.
       FD  ARQ-FERIADOS.
       01  FERIADO-REC.
           COPY ALUFERIA.
       FD  ARQ-FECHAMENTO.
       01  FECHAMENTO-REC.
           COPY ALUFECHB.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-ATRIBUICOES.
       01  ATRIBUICAO-REC.
           COPY ALUATRIB.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-TAXAS.
       01  TAXA-REC.
           COPY ALUTAXA.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 ANL-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "ABERTURA.RPT".
      * The catalog files are read and rewritten under their own
      * names; the *ANT names hold the previous year's copies.
       01 NOME-ARQ-TURMAS PIC X(14) VALUE "TURMA.DAT".
       01 NOME-ARQ-ATRIB PIC X(14) VALUE "ATRIBUIC.DAT".
       01 NOME-ARQ-HORARIOS PIC X(14) VALUE "HORARIO.DAT".
       01 NOME-ARQ-TAXAS PIC X(14) VALUE "TAXA.DAT".
       01 NOME-ARQ-CALENDARIO PIC X(14) VALUE "CALENDARIO.DAT".
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 ANO-ABERTURA-ALPHA PIC X(4) VALUE SPACES.
       01 ANO-ABERTURA PIC 9(4) VALUE 0.
       01 ANO-ANTERIOR PIC 9(4) VALUE 0.
       01 PERCENTUAL-ALPHA PIC X(5) VALUE SPACES.
       01 PERCENTUAL-NUM REDEFINES PERCENTUAL-ALPHA PIC 9(3)V9(2).
       01 PERCENTUAL-REAJUSTE PIC 9(3)V9(2) VALUE 0.
       01 INICIO-ALPHA PIC X(4) VALUE SPACES.
       01 FIM-ALPHA PIC X(4) VALUE SPACES.
       01 DATA-INICIO-LETIVO PIC 9(8) VALUE 0.
       01 DATA-FIM-LETIVO PIC 9(8) VALUE 0.
       01 MOTIVO-RECUSA PIC X(60) VALUE SPACES.
       01 SITUACAO-ANO PIC X(1) VALUE SPACES.
           88 ANO-NAO-ABERTO VALUE SPACES.
           88 ANO-INTERROMPIDO VALUE "I".
           88 ANO-JA-ABERTO VALUE "C".
       01 PERCENTUAL-INTERROMPIDO PIC 9(3)V9(2) VALUE 0.
       01 EXECUCAO-RETOMADA PIC X VALUE "N".
           88 ABERTURA-RETOMADA VALUE "S".
       01 ANTERIOR-FECHADO PIC X VALUE "N".
           88 ANO-ANTERIOR-FECHADO VALUE "S".
       01 CAPACIDADE-EXCEDIDA PIC X(12) VALUE SPACES.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-ANOS PIC X VALUE "N".
           88 FIM-DO-ARQ-ANOS VALUE "S".
       01 FIM-RESULTADO PIC X VALUE "N".
           88 FIM-DO-ARQ-RESULTADO VALUE "S".
       01 FIM-ROLAGEM PIC X VALUE "N".
           88 FIM-DO-ARQ-ROLAGEM VALUE "S".
       01 FIM-FERIADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-FERIADOS VALUE "S".
       01 FIM-FECHAMENTO PIC X VALUE "N".
           88 FIM-DO-ARQ-FECHAMENTO VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-ATRIBUICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-ATRIBUICOES VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-TAXAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TAXAS VALUE "S".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       01 I PIC 9(4) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 R PIC 9(3) VALUE 1.
       01 UN PIC 9(2) VALUE 1.
       01 B PIC 9(1) VALUE 1.
       01 RTN-TURMA-ROL PIC 9(3) VALUE 0.
       01 RTN-REGRA PIC 9(3) VALUE 0.
       01 TURMA-BUSCA PIC X(4) VALUE SPACES.
       01 UNIDADE-BUSCA PIC 9(2) VALUE 0.
       COPY ALUTURML.
      * What the opening does to each turma of the catalog, in the
      * catalog's order: the code it keeps next year and what came
      * along with it.
       01 TAB-ROLAGEM-TURMA.
           05 ROLAGEM-TURMA OCCURS TUR-MAX-TURMAS TIMES.
               10 RLT-CODIGO-NOVO PIC X(4).
               10 RLT-SITUACAO PIC X(1).
                   88 RLT-MANTIDA VALUE "M".
                   88 RLT-RENOMEADA VALUE "R".
                   88 RLT-ENCERRADA VALUE "E".
                   88 RLT-RECUSADA VALUE "X".
               10 RLT-MOTIVO PIC X(30).
               10 RLT-ALUNOS PIC 9(4).
               10 RLT-ATRIBUICOES PIC 9(3).
               10 RLT-HORARIOS PIC 9(3).
               10 RLT-TEM-TAXA PIC X(1).
               10 RLT-TAXA-ANTERIOR PIC 9(5)V9(2).
               10 RLT-TAXA-NOVA PIC 9(5)V9(2).
       01 TOTAL-REGRAS-ROL PIC 9(3) VALUE 0.
       01 TAB-REGRAS-ROL.
           05 REGRAS-ROL OCCURS 200 TIMES.
               COPY ALUROLAG REPLACING ==05== BY ==10==.
               10 REGRA-USADA PIC X(1).
       01 TOTAL-ATRIBUICOES PIC 9(4) VALUE 0.
       01 LISTA-ATRIBUICOES.
           05 ATRIBUICOES OCCURS 1000 TIMES.
               COPY ALUATRIB REPLACING ==05== BY ==10==.
       01 TOTAL-HORARIOS PIC 9(4) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 2000 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       01 TOTAL-TAXAS PIC 9(3) VALUE 0.
       01 LISTA-TAXAS.
           05 TAXAS OCCURS 200 TIMES.
               COPY ALUTAXA REPLACING ==05== BY ==10==.
       COPY ALUCALNL.
       01 TOTAL-FERIADOS PIC 9(3) VALUE 0.
       01 LISTA-FERIADOS.
           05 FERIADOS OCCURS 300 TIMES.
               COPY ALUFERIA REPLACING ==05== BY ==10==.
       01 TOTAL-FECHAMENTOS PIC 9(3) VALUE 0.
       01 LISTA-FECHAMENTOS.
           05 FECHAMENTOS OCCURS 400 TIMES.
               COPY ALUFECHB REPLACING ==05== BY ==10==.
       01 TAB-BIMESTRE-ANTERIOR.
           05 BIMESTRE-ANTERIOR-FECHADO OCCURS 4 TIMES PIC X(1).
      * Units whose calendar is drafted: those of the turmas offered
      * next year and those already holding days in the new year.
       01 TAB-UNIDADES.
           05 UNIDADE-ABERTA OCCURS 9 TIMES.
               10 UNA-PRESENTE PIC X(1).
               10 UNA-LETIVOS PIC 9(3).
               10 UNA-FERIADOS PIC 9(3).
               10 UNA-RECESSOS PIC 9(3).
               10 UNA-MANTIDOS PIC 9(3).
      * Day arithmetic goes through ALUNO-DATA-CALCULO; the weekday
      * of a day count is taken the same way it does (1 = segunda).
       01 DAT-OPERACAO PIC X(10) VALUE SPACES.
       01 DAT-DATA PIC 9(8) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE SPACES.
       01 DIAS-PRIMEIRO PIC 9(7) VALUE 0.
       01 DIAS-ULTIMO PIC 9(7) VALUE 0.
       01 DIAS-CORRENTE PIC 9(7) VALUE 0.
       01 DIA-SEMANA PIC 9(1) VALUE 0.
       01 DIAS-AUXILIAR PIC 9(7) VALUE 0.
       01 DIAS-QUOCIENTE PIC 9(7) VALUE 0.
       01 DIAS-RESTO PIC 9(1) VALUE 0.
       01 RTN-DIA-CADASTRADO PIC 9(4) VALUE 0.
       01 RTN-FERIADO PIC 9(3) VALUE 0.
       01 TOTAL-REGRAS-SEM-TURMA PIC 9(3) VALUE 0.
       01 TOTAL-MANTIDAS PIC 9(3) VALUE 0.
       01 TOTAL-RENOMEADAS PIC 9(3) VALUE 0.
       01 TOTAL-ENCERRADAS PIC 9(3) VALUE 0.
       01 TOTAL-RECUSADAS PIC 9(3) VALUE 0.
       01 TOTAL-ATRIB-COPIADAS PIC 9(4) VALUE 0.
       01 TOTAL-ATRIB-EXCLUIDAS PIC 9(4) VALUE 0.
       01 TOTAL-HOR-COPIADOS PIC 9(4) VALUE 0.
       01 TOTAL-HOR-EXCLUIDOS PIC 9(4) VALUE 0.
       01 TOTAL-TAXAS-REAJUSTADAS PIC 9(3) VALUE 0.
       01 TOTAL-TAXAS-EXCLUIDAS PIC 9(3) VALUE 0.
       01 TOTAL-TAXAS-ESTOURO PIC 9(3) VALUE 0.
       01 TOTAL-SEM-CATALOGO PIC 9(4) VALUE 0.
       01 TOTAL-FECHAMENTOS-REMOVIDOS PIC 9(3) VALUE 0.
       01 TOTAL-FERIADOS-IGNORADOS PIC 9(3) VALUE 0.
       01 TOTAL-SEM-TAXA PIC 9(3) VALUE 0.
       01 VALOR-REAJUSTADO PIC 9(5)V9(2) VALUE 0.
       01 REAJUSTE-ESTOURADO PIC X VALUE "N".
           88 TAXA-ESTOURADA VALUE "S".
       01 TOTAL-EDIT PIC ZZZ9.
       01 CONTA-EDIT-1 PIC ZZZ9.
       01 CONTA-EDIT-2 PIC ZZZ9.
       01 CONTA-EDIT-3 PIC ZZZ9.
       01 CONTA-EDIT-4 PIC ZZZ9.
       01 VALOR-EDIT-1 PIC ZZZZ9.99.
       01 VALOR-EDIT-2 PIC ZZZZ9.99.
       01 PERCENTUAL-EDIT PIC ZZ9.99.
       01 UNIDADE-EDIT PIC 99.

      * Opens a new school year.  The turma catalog is carried over
      * under the roll-over rules in ROLAGEM.DAT (a turma may be
      * renamed or left out, but not while it still has active
      * students, and never onto a code already in the catalog);
      * teacher assignments, timetable slots and tuition rates follow
      * their turma, the rates readjusted by the given percentage.
      * A draft calendar is built for each unit (weekdays letivo
      * between the first and last school day, FERIADOS.DAT
      * applied, days already registered for the year kept as they
      * are) and any closing recorded for the new year is removed
      * so bimestre 1 starts open.  The previous year must already
      * be closed in RESULTADO.DAT.  The files as they were are
      * kept under the *ANT names; a run that stops half way is
      * resumed from them by running the job again.  Every change
      * is listed on ABERTURA.RPT for the supervisor to review.
      * SYSIN: the new year (AAAA), the readjustment (999V99), the
      * first and the last school day (MMDD).
       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           DISPLAY "ABERTURA DO ANO LETIVO " ANO-ABERTURA.
           PERFORM VERIFICA-ANO-ABERTO.
           IF ANO-JA-ABERTO THEN
               MOVE "ANO LETIVO JA ABERTO" TO MOTIVO-RECUSA
               PERFORM RECUSA-ABERTURA
           END-IF.
           PERFORM VERIFICA-ANO-ANTERIOR.
           IF NOT ANO-ANTERIOR-FECHADO THEN
               MOVE "ANO ANTERIOR NAO FECHADO EM RESULTADO.DAT"
                       TO MOTIVO-RECUSA
               PERFORM RECUSA-ABERTURA
           END-IF.
           IF ANO-INTERROMPIDO THEN
               DISPLAY "RETOMANDO ABERTURA INTERROMPIDA"
               MOVE "S" TO EXECUCAO-RETOMADA
               MOVE PERCENTUAL-INTERROMPIDO TO PERCENTUAL-REAJUSTE
               PERFORM USA-COPIAS-ANTERIORES
           END-IF.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-ATRIBUICOES.
           PERFORM CARREGA-HORARIOS.
           PERFORM CARREGA-TAXAS.
           PERFORM CARREGA-CALENDARIO.
           PERFORM CARREGA-REGRAS.
           PERFORM CARREGA-FERIADOS.
           PERFORM CARREGA-FECHAMENTOS.
           IF CAPACIDADE-EXCEDIDA NOT EQUAL SPACES THEN
               STRING "TABELA CHEIA AO LER " DELIMITED BY SIZE
                      CAPACIDADE-EXCEDIDA DELIMITED BY SPACE
                      INTO MOTIVO-RECUSA
               END-STRING
               PERFORM RECUSA-ABERTURA
           END-IF.
           PERFORM CONTA-ALUNOS-TURMA.
           PERFORM APLICA-ROLAGEM.
           IF ANO-NAO-ABERTO THEN
               PERFORM GUARDA-ANO-ANTERIOR
               MOVE "I" TO SITUACAO-ANO
               PERFORM REGISTRA-ANO
           END-IF.
           PERFORM USA-ARQUIVOS-ATUAIS.
           PERFORM GRAVA-TURMAS.
           PERFORM GRAVA-ATRIBUICOES.
           PERFORM GRAVA-HORARIOS.
           PERFORM GRAVA-TAXAS.
           PERFORM GRAVA-CALENDARIO.
           PERFORM ABRE-BIMESTRE.
           MOVE "C" TO SITUACAO-ANO.
           PERFORM REGISTRA-ANO.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-TURMAS.
           PERFORM IMPRIME-ARQUIVOS.
           PERFORM IMPRIME-CALENDARIO.
           PERFORM IMPRIME-BIMESTRES.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           DISPLAY "TURMAS ABERTAS ......: " TOTAL-TURMAS-CAT.
           DISPLAY "REGRAS RECUSADAS ....: " TOTAL-RECUSADAS.
           DISPLAY "ABERTURA CONCLUIDA".
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       RECUSA-ABERTURA.
           DISPLAY "ABERTURA RECUSADA: " MOTIVO-RECUSA.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
           STOP RUN.

      * A blank year is the current one, since the opening runs in
      * January; the school days default to 01/02 through 15/12.
       LE-PARAMETROS.
           ACCEPT ANO-ABERTURA-ALPHA.
           ACCEPT PERCENTUAL-ALPHA.
           ACCEPT INICIO-ALPHA.
           ACCEPT FIM-ALPHA.
           IF ANO-ABERTURA-ALPHA IS NUMERIC AND
                   ANO-ABERTURA-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-ABERTURA-ALPHA TO ANO-ABERTURA
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-ABERTURA
           END-IF.
           COMPUTE ANO-ANTERIOR = ANO-ABERTURA - 1.
           IF PERCENTUAL-ALPHA EQUAL SPACES THEN
               MOVE 0 TO PERCENTUAL-REAJUSTE
           ELSE
               IF PERCENTUAL-ALPHA IS NUMERIC THEN
                   MOVE PERCENTUAL-NUM TO PERCENTUAL-REAJUSTE
               ELSE
                   MOVE "PERCENTUAL DE REAJUSTE INVALIDO"
                           TO MOTIVO-RECUSA
                   PERFORM RECUSA-ABERTURA
               END-IF
           END-IF.
           IF INICIO-ALPHA IS NOT NUMERIC THEN
               MOVE "0201" TO INICIO-ALPHA
           END-IF.
           IF FIM-ALPHA IS NOT NUMERIC THEN
               MOVE "1215" TO FIM-ALPHA
           END-IF.
           COMPUTE DATA-INICIO-LETIVO = ANO-ABERTURA * 10000.
           MOVE INICIO-ALPHA TO DATA-INICIO-LETIVO(5:4).
           COMPUTE DATA-FIM-LETIVO = ANO-ABERTURA * 10000.
           MOVE FIM-ALPHA TO DATA-FIM-LETIVO(5:4).
           MOVE "CONTA-DIAS" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                   DATA-INICIO-LETIVO, DIAS-AUXILIAR, STATUS-DATA.
           IF STATUS-DATA EQUAL "OK" THEN
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       DATA-FIM-LETIVO, DIAS-AUXILIAR, STATUS-DATA
           END-IF.
           IF STATUS-DATA NOT EQUAL "OK" OR
                   DATA-FIM-LETIVO < DATA-INICIO-LETIVO THEN
               MOVE "PERIODO LETIVO INVALIDO" TO MOTIVO-RECUSA
               PERFORM RECUSA-ABERTURA
           END-IF.

      * The last record for the year says whether it was opened,
      * or whether an opening was started and never finished.
       VERIFICA-ANO-ABERTO.
           MOVE SPACES TO SITUACAO-ANO.
           MOVE "N" TO FIM-ANOS.
           OPEN INPUT ARQ-ANOS.
           PERFORM LE-ANO UNTIL FIM-DO-ARQ-ANOS.
           CLOSE ARQ-ANOS.

       LE-ANO.
           READ ARQ-ANOS
               AT END
                   MOVE "S" TO FIM-ANOS
               NOT AT END
                   IF ANL-ANO EQUAL ANO-ABERTURA THEN
                       MOVE ANL-SITUACAO TO SITUACAO-ANO
                       MOVE ANL-PERCENTUAL TO PERCENTUAL-INTERROMPIDO
                   END-IF
           END-READ.

       VERIFICA-ANO-ANTERIOR.
           MOVE "N" TO ANTERIOR-FECHADO.
           MOVE "N" TO FIM-RESULTADO.
           OPEN INPUT ARQ-RESULTADO.
           PERFORM LE-RESULTADO
                   UNTIL FIM-DO-ARQ-RESULTADO OR ANO-ANTERIOR-FECHADO.
           CLOSE ARQ-RESULTADO.

       LE-RESULTADO.
           READ ARQ-RESULTADO
               AT END
                   MOVE "S" TO FIM-RESULTADO
               NOT AT END
                   IF RES-ANO EQUAL ANO-ANTERIOR THEN
                       MOVE "S" TO ANTERIOR-FECHADO
                   END-IF
           END-READ.

       USA-COPIAS-ANTERIORES.
           MOVE "TURMAANT.DAT" TO NOME-ARQ-TURMAS.
           MOVE "ATRIBANT.DAT" TO NOME-ARQ-ATRIB.
           MOVE "HORARANT.DAT" TO NOME-ARQ-HORARIOS.
           MOVE "TAXAANT.DAT" TO NOME-ARQ-TAXAS.
           MOVE "CALENANT.DAT" TO NOME-ARQ-CALENDARIO.

       USA-ARQUIVOS-ATUAIS.
           MOVE "TURMA.DAT" TO NOME-ARQ-TURMAS.
           MOVE "ATRIBUIC.DAT" TO NOME-ARQ-ATRIB.
           MOVE "HORARIO.DAT" TO NOME-ARQ-HORARIOS.
           MOVE "TAXA.DAT" TO NOME-ARQ-TAXAS.
           MOVE "CALENDARIO.DAT" TO NOME-ARQ-CALENDARIO.

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
                   ELSE
                       MOVE "TURMA.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
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
                   IF TOTAL-ATRIBUICOES < 1000 THEN
                       ADD 1 TO TOTAL-ATRIBUICOES
                       MOVE ATRIBUICAO-REC
                               TO ATRIBUICOES(TOTAL-ATRIBUICOES)
                   ELSE
                       MOVE "ATRIBUIC.DAT" TO CAPACIDADE-EXCEDIDA
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
                   IF TOTAL-HORARIOS < 2000 THEN
                       ADD 1 TO TOTAL-HORARIOS
                       MOVE HORARIO-REC TO HORARIOS(TOTAL-HORARIOS)
                   ELSE
                       MOVE "HORARIO.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-TAXAS.
           MOVE "N" TO FIM-TAXAS.
           MOVE 0 TO TOTAL-TAXAS.
           OPEN INPUT ARQ-TAXAS.
           PERFORM LE-TAXA UNTIL FIM-DO-ARQ-TAXAS.
           CLOSE ARQ-TAXAS.

       LE-TAXA.
           READ ARQ-TAXAS
               AT END
                   MOVE "S" TO FIM-TAXAS
               NOT AT END
                   IF TOTAL-TAXAS < 200 THEN
                       ADD 1 TO TOTAL-TAXAS
                       MOVE TAXA-REC TO TAXAS(TOTAL-TAXAS)
                   ELSE
                       MOVE "TAXA.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-CALENDARIO.
           MOVE "N" TO FIM-CALENDARIO.
           MOVE 0 TO TOTAL-DIAS-CALENDARIO.
           OPEN INPUT ARQ-CALENDARIO.
           PERFORM LE-DIA UNTIL FIM-DO-ARQ-CALENDARIO.
           CLOSE ARQ-CALENDARIO.

       LE-DIA.
           READ ARQ-CALENDARIO
               AT END
                   MOVE "S" TO FIM-CALENDARIO
               NOT AT END
                   IF TOTAL-DIAS-CALENDARIO < CAL-MAX-DIAS THEN
                       ADD 1 TO TOTAL-DIAS-CALENDARIO
                       MOVE CALENDARIO-REC
                               TO CALENDARIO(TOTAL-DIAS-CALENDARIO)
                   ELSE
                       MOVE "CALENDARIO" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-REGRAS.
           MOVE "N" TO FIM-ROLAGEM.
           MOVE 0 TO TOTAL-REGRAS-ROL.
           OPEN INPUT ARQ-ROLAGEM.
           PERFORM LE-REGRA UNTIL FIM-DO-ARQ-ROLAGEM.
           CLOSE ARQ-ROLAGEM.

       LE-REGRA.
           READ ARQ-ROLAGEM
               AT END
                   MOVE "S" TO FIM-ROLAGEM
               NOT AT END
                   IF ROL-TURMA-ORIGEM OF ROLAGEM-REC NOT EQUAL SPACES
                           THEN
                       IF TOTAL-REGRAS-ROL < 200 THEN
                           ADD 1 TO TOTAL-REGRAS-ROL
                           MOVE ROLAGEM-REC
                                   TO REGRAS-ROL(TOTAL-REGRAS-ROL)
                           MOVE "N" TO REGRA-USADA(TOTAL-REGRAS-ROL)
                       ELSE
                           MOVE "ROLAGEM.DAT" TO CAPACIDADE-EXCEDIDA
                       END-IF
                   END-IF
           END-READ.

       CARREGA-FERIADOS.
           MOVE "N" TO FIM-FERIADOS.
           MOVE 0 TO TOTAL-FERIADOS.
           OPEN INPUT ARQ-FERIADOS.
           PERFORM LE-FERIADO UNTIL FIM-DO-ARQ-FERIADOS.
           CLOSE ARQ-FERIADOS.

      * Only the new year's days are kept; the rest are counted as
      * ignored so a list keyed for the wrong year shows up.
       LE-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   MOVE "S" TO FIM-FERIADOS
               NOT AT END
                   IF FER-DATA OF FERIADO-REC(1:4) EQUAL ANO-ABERTURA
                           THEN
                       IF TOTAL-FERIADOS < 300 THEN
                           ADD 1 TO TOTAL-FERIADOS
                           MOVE FERIADO-REC TO FERIADOS(TOTAL-FERIADOS)
                       ELSE
                           MOVE "FERIADOS.DAT" TO CAPACIDADE-EXCEDIDA
                       END-IF
                   ELSE
                       ADD 1 TO TOTAL-FERIADOS-IGNORADOS
                   END-IF
           END-READ.

       CARREGA-FECHAMENTOS.
           MOVE "N" TO FIM-FECHAMENTO.
           MOVE 0 TO TOTAL-FECHAMENTOS.
           MOVE 0 TO TOTAL-FECHAMENTOS-REMOVIDOS.
           MOVE SPACES TO TAB-BIMESTRE-ANTERIOR.
           OPEN INPUT ARQ-FECHAMENTO.
           PERFORM LE-FECHAMENTO UNTIL FIM-DO-ARQ-FECHAMENTO.
           CLOSE ARQ-FECHAMENTO.

       LE-FECHAMENTO.
           READ ARQ-FECHAMENTO
               AT END
                   MOVE "S" TO FIM-FECHAMENTO
               NOT AT END
                   IF FEC-ANO OF FECHAMENTO-REC EQUAL ANO-ANTERIOR AND
                           FEC-BIMESTRE OF FECHAMENTO-REC >= 1 AND
                           FEC-BIMESTRE OF FECHAMENTO-REC <= 4 THEN
                       MOVE "S" TO BIMESTRE-ANTERIOR-FECHADO(
                               FEC-BIMESTRE OF FECHAMENTO-REC)
                   END-IF
                   IF FEC-ANO OF FECHAMENTO-REC EQUAL ANO-ABERTURA THEN
                       ADD 1 TO TOTAL-FECHAMENTOS-REMOVIDOS
                   ELSE
                       IF TOTAL-FECHAMENTOS < 400 THEN
                           ADD 1 TO TOTAL-FECHAMENTOS
                           MOVE FECHAMENTO-REC
                                   TO FECHAMENTOS(TOTAL-FECHAMENTOS)
                       ELSE
                           MOVE "FECHABIM.DAT" TO CAPACIDADE-EXCEDIDA
                       END-IF
                   END-IF
           END-READ.

       CONTA-ALUNOS-TURMA.
           INITIALIZE TAB-ROLAGEM-TURMA.
           MOVE "N" TO FIM-MASTER.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM VERIFICA-STATUS-MESTRE.
           PERFORM LE-MASTER UNTIL FIM-DO-MASTER.
           CLOSE ARQ-ALUNOS.

       LE-MASTER.
           READ ARQ-ALUNOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   IF ALU-ATIVO OF ALUNO-REC-FILE THEN
                       MOVE ALU-TURMA OF ALUNO-REC-FILE TO TURMA-BUSCA
                       PERFORM BUSCA-TURMA-ROLAGEM
                       IF RTN-TURMA-ROL NOT EQUAL 0 THEN
                           ADD 1 TO RLT-ALUNOS(RTN-TURMA-ROL)
                       END-IF
                   END-IF
           END-READ.
           PERFORM VERIFICA-STATUS-MESTRE.

       VERIFICA-STATUS-MESTRE.
           IF ALU-FILE-STATUS NOT EQUAL "00" AND
                   ALU-FILE-STATUS NOT EQUAL "05" AND
                   ALU-FILE-STATUS NOT EQUAL "10" THEN
               DISPLAY "ERRO DE ACESSO EM ALUNOS.DAT - STATUS "
                       ALU-FILE-STATUS
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
               STOP RUN
           END-IF.

       BUSCA-TURMA-ROLAGEM.
           MOVE 0 TO RTN-TURMA-ROL.
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-TURMAS-CAT
                   OR RTN-TURMA-ROL NOT EQUAL 0
               IF TUR-CODIGO OF TURMAS(T) EQUAL TURMA-BUSCA THEN
                   MOVE T TO RTN-TURMA-ROL
               END-IF
           END-PERFORM.

      * A rule applies to the first turma it names.  A turma keeps
      * its code when it still has active students (the promotion
      * run should have moved them on first) or when the new code
      * is already taken, either by a turma of the catalog or by an
      * earlier rule.
       APLICA-ROLAGEM.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TOTAL-TURMAS-CAT
               PERFORM ROLA-TURMA
           END-PERFORM.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TOTAL-REGRAS-ROL
               IF REGRA-USADA(R) NOT EQUAL "S" THEN
                   ADD 1 TO TOTAL-REGRAS-SEM-TURMA
               END-IF
           END-PERFORM.

       ROLA-TURMA.
           MOVE TUR-CODIGO OF TURMAS(R) TO RLT-CODIGO-NOVO(R).
           MOVE "M" TO RLT-SITUACAO(R).
           MOVE SPACES TO RLT-MOTIVO(R).
           MOVE 0 TO RTN-REGRA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-REGRAS-ROL OR RTN-REGRA NOT EQUAL 0
               IF ROL-TURMA-ORIGEM OF REGRAS-ROL(I) EQUAL
                       TUR-CODIGO OF TURMAS(R) THEN
                   MOVE I TO RTN-REGRA
                   MOVE "S" TO REGRA-USADA(I)
               END-IF
           END-PERFORM.
           IF RTN-REGRA NOT EQUAL 0 THEN
               IF ROL-TURMA-DESTINO OF REGRAS-ROL(RTN-REGRA)
                       NOT EQUAL TUR-CODIGO OF TURMAS(R) THEN
                   PERFORM APLICA-REGRA
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RLT-MANTIDA(R)
                   ADD 1 TO TOTAL-MANTIDAS
               WHEN RLT-RENOMEADA(R)
                   ADD 1 TO TOTAL-RENOMEADAS
               WHEN RLT-ENCERRADA(R)
                   ADD 1 TO TOTAL-ENCERRADAS
               WHEN RLT-RECUSADA(R)
                   ADD 1 TO TOTAL-RECUSADAS
           END-EVALUATE.

       APLICA-REGRA.
           IF RLT-ALUNOS(R) > 0 THEN
               MOVE "X" TO RLT-SITUACAO(R)
               MOVE "TURMA COM ALUNOS ATIVOS" TO RLT-MOTIVO(R)
           ELSE
               IF ROL-TURMA-DESTINO OF REGRAS-ROL(RTN-REGRA)
                       EQUAL SPACES THEN
                   MOVE "E" TO RLT-SITUACAO(R)
                   MOVE SPACES TO RLT-CODIGO-NOVO(R)
               ELSE
                   MOVE ROL-TURMA-DESTINO OF REGRAS-ROL(RTN-REGRA)
                           TO TURMA-BUSCA
                   PERFORM BUSCA-TURMA-ROLAGEM
                   IF RTN-TURMA-ROL EQUAL 0 THEN
                       PERFORM VERIFICA-CODIGO-ROLADO
                   END-IF
                   IF RTN-TURMA-ROL NOT EQUAL 0 THEN
                       MOVE "X" TO RLT-SITUACAO(R)
                       MOVE "CODIGO NOVO JA EM USO"
                               TO RLT-MOTIVO(R)
                   ELSE
                       MOVE "R" TO RLT-SITUACAO(R)
                       MOVE TURMA-BUSCA TO RLT-CODIGO-NOVO(R)
                   END-IF
               END-IF
           END-IF.

       VERIFICA-CODIGO-ROLADO.
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T >= R OR RTN-TURMA-ROL NOT EQUAL 0
               IF RLT-CODIGO-NOVO(T) EQUAL TURMA-BUSCA THEN
                   MOVE T TO RTN-TURMA-ROL
               END-IF
           END-PERFORM.

      * The files as they stand go to the *ANT names before anything
      * is rewritten, so a run that stops half way can be resumed.
       GUARDA-ANO-ANTERIOR.
           MOVE "TURMAANT.DAT" TO NOME-ARQ-TURMAS.
           OPEN OUTPUT ARQ-TURMAS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TOTAL-TURMAS-CAT
               MOVE TURMAS(T) TO TURMA-REC
               WRITE TURMA-REC
           END-PERFORM.
           CLOSE ARQ-TURMAS.
           MOVE "ATRIBANT.DAT" TO NOME-ARQ-ATRIB.
           OPEN OUTPUT ARQ-ATRIBUICOES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ATRIBUICOES
               MOVE ATRIBUICOES(I) TO ATRIBUICAO-REC
               WRITE ATRIBUICAO-REC
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.
           MOVE "HORARANT.DAT" TO NOME-ARQ-HORARIOS.
           OPEN OUTPUT ARQ-HORARIOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-HORARIOS
               MOVE HORARIOS(I) TO HORARIO-REC
               WRITE HORARIO-REC
           END-PERFORM.
           CLOSE ARQ-HORARIOS.
           MOVE "TAXAANT.DAT" TO NOME-ARQ-TAXAS.
           OPEN OUTPUT ARQ-TAXAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-TAXAS
               MOVE TAXAS(I) TO TAXA-REC
               WRITE TAXA-REC
           END-PERFORM.
           CLOSE ARQ-TAXAS.
           MOVE "CALENANT.DAT" TO NOME-ARQ-CALENDARIO.
           OPEN OUTPUT ARQ-CALENDARIO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-DIAS-CALENDARIO
               MOVE CALENDARIO(I) TO CALENDARIO-REC
               WRITE CALENDARIO-REC
           END-PERFORM.
           CLOSE ARQ-CALENDARIO.

       REGISTRA-ANO.
           OPEN EXTEND ARQ-ANOS.
           IF ANL-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-ANOS
           END-IF.
           MOVE ANO-ABERTURA TO ANL-ANO.
           MOVE SITUACAO-ANO TO ANL-SITUACAO.
           MOVE DATA-COMPLETA TO ANL-DATA.
           MOVE PERCENTUAL-REAJUSTE TO ANL-PERCENTUAL.
           MOVE OPERADOR-ID TO ANL-OPERADOR.
           WRITE ANO-LETIVO-REC.
           CLOSE ARQ-ANOS.

       GRAVA-TURMAS.
           MOVE SPACES TO TAB-UNIDADES.
           OPEN OUTPUT ARQ-TURMAS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TOTAL-TURMAS-CAT
               IF NOT RLT-ENCERRADA(T) THEN
                   MOVE TURMAS(T) TO TURMA-REC
                   MOVE RLT-CODIGO-NOVO(T) TO TUR-CODIGO OF TURMA-REC
                   WRITE TURMA-REC
                   MOVE TUR-UNIDADE OF TURMAS(T) TO UNIDADE-BUSCA
                   PERFORM MARCA-UNIDADE
               END-IF
           END-PERFORM.
           CLOSE ARQ-TURMAS.

      * A unit outside 1-9 is unit 1, as everywhere else.
       MARCA-UNIDADE.
           IF UNIDADE-BUSCA < 1 OR UNIDADE-BUSCA > 9 THEN
               MOVE 1 TO UNIDADE-BUSCA
           END-IF.
           MOVE "S" TO UNA-PRESENTE(UNIDADE-BUSCA).

      * Assignments, slots and rates of a turma left out are
      * dropped; those naming no turma of the catalog go across as
      * they are.
       GRAVA-ATRIBUICOES.
           OPEN OUTPUT ARQ-ATRIBUICOES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ATRIBUICOES
               MOVE ATRIBUICOES(I) TO ATRIBUICAO-REC
               MOVE ATR-TURMA OF ATRIBUICAO-REC TO TURMA-BUSCA
               PERFORM BUSCA-TURMA-ROLAGEM
               IF RTN-TURMA-ROL EQUAL 0 THEN
                   ADD 1 TO TOTAL-SEM-CATALOGO
                   ADD 1 TO TOTAL-ATRIB-COPIADAS
                   WRITE ATRIBUICAO-REC
               ELSE
                   IF RLT-ENCERRADA(RTN-TURMA-ROL) THEN
                       ADD 1 TO TOTAL-ATRIB-EXCLUIDAS
                   ELSE
                       MOVE RLT-CODIGO-NOVO(RTN-TURMA-ROL)
                               TO ATR-TURMA OF ATRIBUICAO-REC
                       ADD 1 TO RLT-ATRIBUICOES(RTN-TURMA-ROL)
                       ADD 1 TO TOTAL-ATRIB-COPIADAS
                       WRITE ATRIBUICAO-REC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.

       GRAVA-HORARIOS.
           OPEN OUTPUT ARQ-HORARIOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-HORARIOS
               MOVE HORARIOS(I) TO HORARIO-REC
               MOVE HOR-TURMA OF HORARIO-REC TO TURMA-BUSCA
               PERFORM BUSCA-TURMA-ROLAGEM
               IF RTN-TURMA-ROL EQUAL 0 THEN
                   ADD 1 TO TOTAL-SEM-CATALOGO
                   ADD 1 TO TOTAL-HOR-COPIADOS
                   WRITE HORARIO-REC
               ELSE
                   IF RLT-ENCERRADA(RTN-TURMA-ROL) THEN
                       ADD 1 TO TOTAL-HOR-EXCLUIDOS
                   ELSE
                       MOVE RLT-CODIGO-NOVO(RTN-TURMA-ROL)
                               TO HOR-TURMA OF HORARIO-REC
                       ADD 1 TO RLT-HORARIOS(RTN-TURMA-ROL)
                       ADD 1 TO TOTAL-HOR-COPIADOS
                       WRITE HORARIO-REC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-HORARIOS.

      * A rate that would no longer fit its field is carried over
      * unchanged and counted, for the supervisor to key by hand.
       GRAVA-TAXAS.
           OPEN OUTPUT ARQ-TAXAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-TAXAS
               MOVE TAXAS(I) TO TAXA-REC
               MOVE "N" TO REAJUSTE-ESTOURADO
               COMPUTE VALOR-REAJUSTADO ROUNDED =
                       TAX-VALOR OF TAXA-REC *
                       (100 + PERCENTUAL-REAJUSTE) / 100
                   ON SIZE ERROR
                       MOVE TAX-VALOR OF TAXA-REC TO VALOR-REAJUSTADO
                       MOVE "S" TO REAJUSTE-ESTOURADO
               END-COMPUTE
               MOVE TAX-TURMA OF TAXA-REC TO TURMA-BUSCA
               PERFORM BUSCA-TURMA-ROLAGEM
               IF RTN-TURMA-ROL EQUAL 0 THEN
                   ADD 1 TO TOTAL-SEM-CATALOGO
                   PERFORM GRAVA-TAXA-REAJUSTADA
               ELSE
                   IF RLT-ENCERRADA(RTN-TURMA-ROL) THEN
                       ADD 1 TO TOTAL-TAXAS-EXCLUIDAS
                   ELSE
                       MOVE RLT-CODIGO-NOVO(RTN-TURMA-ROL)
                               TO TAX-TURMA OF TAXA-REC
                       MOVE "S" TO RLT-TEM-TAXA(RTN-TURMA-ROL)
                       MOVE TAX-VALOR OF TAXA-REC
                               TO RLT-TAXA-ANTERIOR(RTN-TURMA-ROL)
                       MOVE VALOR-REAJUSTADO
                               TO RLT-TAXA-NOVA(RTN-TURMA-ROL)
                       PERFORM GRAVA-TAXA-REAJUSTADA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-TAXAS.

       GRAVA-TAXA-REAJUSTADA.
           MOVE VALOR-REAJUSTADO TO TAX-VALOR OF TAXA-REC.
           IF TAXA-ESTOURADA THEN
               ADD 1 TO TOTAL-TAXAS-ESTOURO
           ELSE
               ADD 1 TO TOTAL-TAXAS-REAJUSTADAS
           END-IF.
           WRITE TAXA-REC.

      * Days of earlier years go out with the *ANT copy.  For each
      * unit the whole new year is walked day by day: a day already
      * registered is kept, a weekday in FERIADOS.DAT becomes
      * feriado or recesso and any other weekday between the first
      * and the last school day is letivo.  Weekends are left out.
      * Days registered for later years are kept at the end.
       GRAVA-CALENDARIO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-DIAS-CALENDARIO
               IF CAL-DATA OF CALENDARIO(I)(1:4) EQUAL ANO-ABERTURA
                       THEN
                   MOVE CAL-UNIDADE OF CALENDARIO(I) TO UNIDADE-BUSCA
                   PERFORM MARCA-UNIDADE
               END-IF
           END-PERFORM.
           IF TAB-UNIDADES EQUAL SPACES THEN
               MOVE "S" TO UNA-PRESENTE(1)
           END-IF.
           MOVE "CONTA-DIAS" TO DAT-OPERACAO.
           COMPUTE DAT-DATA = ANO-ABERTURA * 10000 + 0101.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO, DAT-DATA,
                   DIAS-PRIMEIRO, STATUS-DATA.
           COMPUTE DAT-DATA = ANO-ABERTURA * 10000 + 1231.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO, DAT-DATA,
                   DIAS-ULTIMO, STATUS-DATA.
           MOVE "MONTA-DATA" TO DAT-OPERACAO.
           OPEN OUTPUT ARQ-CALENDARIO.
           PERFORM VARYING UN FROM 1 BY 1 UNTIL UN > 9
               IF UNA-PRESENTE(UN) EQUAL "S" THEN
                   MOVE 0 TO UNA-LETIVOS(UN)
                   MOVE 0 TO UNA-FERIADOS(UN)
                   MOVE 0 TO UNA-RECESSOS(UN)
                   MOVE 0 TO UNA-MANTIDOS(UN)
                   PERFORM GERA-DIA VARYING DIAS-CORRENTE
                           FROM DIAS-PRIMEIRO BY 1
                           UNTIL DIAS-CORRENTE > DIAS-ULTIMO
               END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-DIAS-CALENDARIO
               IF CAL-DATA OF CALENDARIO(I)(1:4) > ANO-ABERTURA THEN
                   MOVE CALENDARIO(I) TO CALENDARIO-REC
                   WRITE CALENDARIO-REC
               END-IF
           END-PERFORM.
           CLOSE ARQ-CALENDARIO.

       GERA-DIA.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO, DAT-DATA,
                   DIAS-CORRENTE, STATUS-DATA.
           COMPUTE DIAS-AUXILIAR = DIAS-CORRENTE + 2.
           DIVIDE DIAS-AUXILIAR BY 7 GIVING DIAS-QUOCIENTE
                   REMAINDER DIAS-RESTO.
           COMPUTE DIA-SEMANA = DIAS-RESTO + 1.
           PERFORM BUSCA-DIA-CADASTRADO.
           IF RTN-DIA-CADASTRADO NOT EQUAL 0 THEN
               MOVE CALENDARIO(RTN-DIA-CADASTRADO) TO CALENDARIO-REC
               ADD 1 TO UNA-MANTIDOS(UN)
               WRITE CALENDARIO-REC
           ELSE
               IF DIA-SEMANA <= 5 THEN
                   PERFORM GERA-DIA-SEMANA
               END-IF
           END-IF.

       GERA-DIA-SEMANA.
           MOVE DAT-DATA TO CAL-DATA OF CALENDARIO-REC.
           MOVE UN TO CAL-UNIDADE OF CALENDARIO-REC.
           PERFORM BUSCA-FERIADO.
           IF RTN-FERIADO NOT EQUAL 0 THEN
               MOVE FER-DESCRICAO OF FERIADOS(RTN-FERIADO)
                       TO CAL-DESCRICAO OF CALENDARIO-REC
               IF FER-RECESSO OF FERIADOS(RTN-FERIADO) THEN
                   MOVE "R" TO CAL-TIPO OF CALENDARIO-REC
                   ADD 1 TO UNA-RECESSOS(UN)
               ELSE
                   MOVE "F" TO CAL-TIPO OF CALENDARIO-REC
                   ADD 1 TO UNA-FERIADOS(UN)
               END-IF
               WRITE CALENDARIO-REC
           ELSE
               IF DAT-DATA >= DATA-INICIO-LETIVO AND
                       DAT-DATA <= DATA-FIM-LETIVO THEN
                   MOVE "L" TO CAL-TIPO OF CALENDARIO-REC
                   MOVE "DIA LETIVO" TO CAL-DESCRICAO OF CALENDARIO-REC
                   ADD 1 TO UNA-LETIVOS(UN)
                   WRITE CALENDARIO-REC
               END-IF
           END-IF.

       BUSCA-DIA-CADASTRADO.
           MOVE 0 TO RTN-DIA-CADASTRADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-DIAS-CALENDARIO
                   OR RTN-DIA-CADASTRADO NOT EQUAL 0
               IF CAL-DATA OF CALENDARIO(I) EQUAL DAT-DATA AND
                       CAL-UNIDADE OF CALENDARIO(I) EQUAL UN THEN
                   MOVE I TO RTN-DIA-CADASTRADO
               END-IF
           END-PERFORM.

       BUSCA-FERIADO.
           MOVE 0 TO RTN-FERIADO.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > TOTAL-FERIADOS OR RTN-FERIADO NOT EQUAL 0
               IF FER-DATA OF FERIADOS(R) EQUAL DAT-DATA AND
                       (FER-UNIDADE OF FERIADOS(R) EQUAL 0 OR
                        FER-UNIDADE OF FERIADOS(R) EQUAL UN) THEN
                   MOVE R TO RTN-FERIADO
               END-IF
           END-PERFORM.

      * No closing may stand for the new year, which leaves its
      * bimestre 1 open for grades and the class diary.
       ABRE-BIMESTRE.
           IF TOTAL-FECHAMENTOS-REMOVIDOS > 0 THEN
               OPEN OUTPUT ARQ-FECHAMENTO
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > TOTAL-FECHAMENTOS
                   MOVE FECHAMENTOS(I) TO FECHAMENTO-REC
                   WRITE FECHAMENTO-REC
               END-PERFORM
               CLOSE ARQ-FECHAMENTO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ABERTURA DO ANO LETIVO " DELIMITED BY SIZE
                  ANO-ABERTURA DELIMITED BY SIZE
                  " - EXECUTADA EM " DELIMITED BY SIZE
                  DATA-COMPLETA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF ABERTURA-RETOMADA THEN
               MOVE "RETOMADA DE UMA ABERTURA INTERROMPIDA"
                       TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PERIODO LETIVO: " DELIMITED BY SIZE
                  DATA-INICIO-LETIVO DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DATA-FIM-LETIVO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE PERCENTUAL-REAJUSTE TO PERCENTUAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REAJUSTE DAS TAXAS: " DELIMITED BY SIZE
                  PERCENTUAL-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "COPIAS DO ANO ANTERIOR: TURMAANT ATRIBANT HORARANT"
                   TO RELATORIO-LINHA.
           MOVE "TAXAANT CALENANT" TO RELATORIO-LINHA(52:16).
           WRITE RELATORIO-LINHA.

      * Columns: turma 1, new code 7, situacao 13, unit 25, active
      * students 29, assignments 35, slots 41, rate before 47 and
      * after 57.
       IMPRIME-TURMAS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TURMAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "TURMA NOVA  SITUACAO    UN ALUN ATRB HORA"
                   TO RELATORIO-LINHA.
           MOVE "TAXA ANT TAXA NOVA" TO RELATORIO-LINHA(48:18).
           WRITE RELATORIO-LINHA.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TOTAL-TURMAS-CAT
               PERFORM IMPRIME-TURMA
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-MANTIDAS TO CONTA-EDIT-1.
           MOVE TOTAL-RENOMEADAS TO CONTA-EDIT-2.
           MOVE TOTAL-ENCERRADAS TO CONTA-EDIT-3.
           MOVE TOTAL-RECUSADAS TO CONTA-EDIT-4.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MANTIDAS " DELIMITED BY SIZE
                  CONTA-EDIT-1 DELIMITED BY SIZE
                  "  RENOMEADAS " DELIMITED BY SIZE
                  CONTA-EDIT-2 DELIMITED BY SIZE
                  "  ENCERRADAS " DELIMITED BY SIZE
                  CONTA-EDIT-3 DELIMITED BY SIZE
                  "  REGRA RECUSADA " DELIMITED BY SIZE
                  CONTA-EDIT-4 DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF TOTAL-REGRAS-SEM-TURMA > 0 THEN
               MOVE TOTAL-REGRAS-SEM-TURMA TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "REGRAS DE ROLAGEM SEM TURMA NO CATALOGO: "
                              DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-TURMA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TUR-CODIGO OF TURMAS(T) TO RELATORIO-LINHA(1:4).
           MOVE RLT-CODIGO-NOVO(T) TO RELATORIO-LINHA(7:4).
           EVALUATE TRUE
               WHEN RLT-MANTIDA(T)
                   MOVE "MANTIDA" TO RELATORIO-LINHA(13:10)
               WHEN RLT-RENOMEADA(T)
                   MOVE "RENOMEADA" TO RELATORIO-LINHA(13:10)
               WHEN RLT-ENCERRADA(T)
                   MOVE "ENCERRADA" TO RELATORIO-LINHA(13:10)
               WHEN RLT-RECUSADA(T)
                   MOVE "MANTIDA *" TO RELATORIO-LINHA(13:10)
           END-EVALUATE.
           MOVE TUR-UNIDADE OF TURMAS(T) TO UNIDADE-EDIT.
           MOVE UNIDADE-EDIT TO RELATORIO-LINHA(25:2).
           MOVE RLT-ALUNOS(T) TO CONTA-EDIT-1.
           MOVE CONTA-EDIT-1 TO RELATORIO-LINHA(29:4).
           IF NOT RLT-ENCERRADA(T) THEN
               MOVE RLT-ATRIBUICOES(T) TO CONTA-EDIT-2
               MOVE RLT-HORARIOS(T) TO CONTA-EDIT-3
               MOVE CONTA-EDIT-2 TO RELATORIO-LINHA(35:4)
               MOVE CONTA-EDIT-3 TO RELATORIO-LINHA(41:4)
               IF RLT-TEM-TAXA(T) EQUAL "S" THEN
                   MOVE RLT-TAXA-ANTERIOR(T) TO VALOR-EDIT-1
                   MOVE RLT-TAXA-NOVA(T) TO VALOR-EDIT-2
                   MOVE VALOR-EDIT-1 TO RELATORIO-LINHA(47:8)
                   MOVE VALOR-EDIT-2 TO RELATORIO-LINHA(57:8)
               ELSE
                   MOVE "SEM TAXA" TO RELATORIO-LINHA(57:8)
                   ADD 1 TO TOTAL-SEM-TAXA
               END-IF
           END-IF.
           WRITE RELATORIO-LINHA.
           IF RLT-RECUSADA(T) THEN
               MOVE SPACES TO RELATORIO-LINHA
               STRING "      * REGRA NAO APLICADA: " DELIMITED BY SIZE
                      RLT-MOTIVO(T) DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-ARQUIVOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-ATRIB-COPIADAS TO CONTA-EDIT-1.
           MOVE TOTAL-ATRIB-EXCLUIDAS TO CONTA-EDIT-2.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ATRIBUICOES COPIADAS " DELIMITED BY SIZE
                  CONTA-EDIT-1 DELIMITED BY SIZE
                  "  EXCLUIDAS (TURMA ENCERRADA) " DELIMITED BY SIZE
                  CONTA-EDIT-2 DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-HOR-COPIADOS TO CONTA-EDIT-1.
           MOVE TOTAL-HOR-EXCLUIDOS TO CONTA-EDIT-2.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "HORARIOS COPIADOS    " DELIMITED BY SIZE
                  CONTA-EDIT-1 DELIMITED BY SIZE
                  "  EXCLUIDOS (TURMA ENCERRADA) " DELIMITED BY SIZE
                  CONTA-EDIT-2 DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-TAXAS-REAJUSTADAS TO CONTA-EDIT-1.
           MOVE TOTAL-TAXAS-EXCLUIDAS TO CONTA-EDIT-2.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TAXAS REAJUSTADAS    " DELIMITED BY SIZE
                  CONTA-EDIT-1 DELIMITED BY SIZE
                  "  EXCLUIDAS (TURMA ENCERRADA) " DELIMITED BY SIZE
                  CONTA-EDIT-2 DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF TOTAL-TAXAS-ESTOURO > 0 THEN
               MOVE TOTAL-TAXAS-ESTOURO TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "ATENCAO: TAXAS SEM REAJUSTE (VALOR EXCEDE O "
                              DELIMITED BY SIZE
                      "CAMPO): " DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           IF TOTAL-SEM-TAXA > 0 THEN
               MOVE TOTAL-SEM-TAXA TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "ATENCAO: TURMAS SEM TAXA CADASTRADA: "
                              DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           IF TOTAL-SEM-CATALOGO > 0 THEN
               MOVE TOTAL-SEM-CATALOGO TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "ATENCAO: REGISTROS DE TURMA FORA DO CATALOGO "
                              DELIMITED BY SIZE
                      "(COPIADOS): " DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-CALENDARIO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "CALENDARIO (RASCUNHO)" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING UN FROM 1 BY 1 UNTIL UN > 9
               IF UNA-PRESENTE(UN) EQUAL "S" THEN
                   PERFORM IMPRIME-UNIDADE
               END-IF
           END-PERFORM.
           IF TOTAL-FERIADOS-IGNORADOS > 0 THEN
               MOVE TOTAL-FERIADOS-IGNORADOS TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "FERIADOS DE OUTROS ANOS IGNORADOS: "
                              DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-UNIDADE.
           MOVE UN TO UNIDADE-EDIT.
           MOVE UNA-LETIVOS(UN) TO CONTA-EDIT-1.
           MOVE UNA-FERIADOS(UN) TO CONTA-EDIT-2.
           MOVE UNA-RECESSOS(UN) TO CONTA-EDIT-3.
           MOVE UNA-MANTIDOS(UN) TO CONTA-EDIT-4.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "UNIDADE " DELIMITED BY SIZE
                  UNIDADE-EDIT DELIMITED BY SIZE
                  ": LETIVOS " DELIMITED BY SIZE
                  CONTA-EDIT-1 DELIMITED BY SIZE
                  "  FERIADOS " DELIMITED BY SIZE
                  CONTA-EDIT-2 DELIMITED BY SIZE
                  "  RECESSOS " DELIMITED BY SIZE
                  CONTA-EDIT-3 DELIMITED BY SIZE
                  "  JA CADASTRADOS " DELIMITED BY SIZE
                  CONTA-EDIT-4 DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-BIMESTRES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "BIMESTRE 1 DE " DELIMITED BY SIZE
                  ANO-ABERTURA DELIMITED BY SIZE
                  " ABERTO" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF TOTAL-FECHAMENTOS-REMOVIDOS > 0 THEN
               MOVE TOTAL-FECHAMENTOS-REMOVIDOS TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "FECHAMENTOS DO NOVO ANO REMOVIDOS: "
                              DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               IF BIMESTRE-ANTERIOR-FECHADO(B) NOT EQUAL "S" THEN
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "ATENCAO: BIMESTRE " DELIMITED BY SIZE
                          B DELIMITED BY SIZE
                          " DE " DELIMITED BY SIZE
                          ANO-ANTERIOR DELIMITED BY SIZE
                          " NAO FOI FECHADO" DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.
