       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-TURMA-BALANCEIA AS "ALUBALAN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CADASTRO ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AEE ASSIGN TO "AEE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-OFICINAS ASSIGN TO "OFICINA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-INSCRICOES ASSIGN TO "OFICINSC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PROPOSTA ASSIGN TO "BALANCEA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "BALANCEA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-CADASTRO.
       01  CADASTRO-REC.
           COPY ALUCAD.
       FD  ARQ-AEE.
       01  AEE-REC.
           COPY ALUAEE.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-OFICINAS.
       01  OFICINA-REC.
           COPY ALUOFIC.
       FD  ARQ-INSCRICOES.
       01  INSCRICAO-REC.
           COPY ALUOFINS.
       FD  ARQ-PROPOSTA.
       01  PROPOSTA-REC.
           COPY ALUBALAN.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       COPY ALULISTA.
       COPY ALUTURML.
       COPY ALUOFICL.
       01 I PIC 9(3) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 M PIC 9(3) VALUE 1.
       01 H PIC 9(4) VALUE 1.
       01 PA PIC 9(2) VALUE 1.
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 MODO-EXECUCAO PIC X(9) VALUE SPACES.
           88 EM-SIMULACAO VALUE "SIMULACAO".
           88 EM-APLICACAO VALUE "APLICA".
       01 MOTIVO-RECUSA PIC X(40) VALUE SPACES.
       01 CAPACIDADE-EXCEDIDA PIC X(15) VALUE SPACES.
       01 NOME-RELATORIO PIC X(12) VALUE "BALANCEA.RPT".
      * SYSIN of the simulation: the parallel turmas (up to ten
      * codes, one blank between them), the options (siblings J
      * together, S apart or blank; AEE plans D spread, M kept in
      * place or blank; S to balance the ages) and then the pinned
      * matriculas, one per line, up to a blank line.
       01 LINHA-TURMAS.
           05 TURMA-INFORMADA OCCURS 10 TIMES.
               10 TURMA-PARAMETRO PIC X(4).
               10 FILLER PIC X(1).
       01 LINHA-OPCOES.
           05 OPCAO-IRMAOS PIC X(1).
               88 IRMAOS-JUNTOS VALUE "J".
               88 IRMAOS-SEPARADOS VALUE "S".
           05 FILLER PIC X(1).
           05 OPCAO-AEE PIC X(1).
               88 AEE-DISTRIBUIDO VALUE "D".
               88 AEE-MANTIDO VALUE "M".
           05 FILLER PIC X(1).
           05 OPCAO-IDADE PIC X(1).
               88 EQUILIBRA-IDADE VALUE "S".
       01 LINHA-FIXO PIC X(6) VALUE SPACES.
       01 FIM-FIXOS PIC X VALUE "N".
           88 FIM-DOS-FIXOS VALUE "S".
       01 TOTAL-FIXOS PIC 9(3) VALUE 0.
       01 TAB-FIXOS.
           05 FIXOS OCCURS 100 TIMES.
               10 FIX-MATRICULA PIC 9(6).
               10 FIX-ACHADO PIC X(1).
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-CADASTRO PIC X VALUE "N".
           88 FIM-DO-ARQ-CADASTRO VALUE "S".
       01 FIM-AEE PIC X VALUE "N".
           88 FIM-DO-ARQ-AEE VALUE "S".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-OFICINAS PIC X VALUE "N".
           88 FIM-DO-ARQ-OFICINAS VALUE "S".
       01 FIM-INSCRICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-INSCRICOES VALUE "S".
       01 FIM-PROPOSTA PIC X VALUE "N".
           88 FIM-DO-ARQ-PROPOSTA VALUE "S".
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 TOTAL-HORARIOS PIC 9(4) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 2000 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       01 TOTAL-INSCRICOES PIC 9(4) VALUE 0.
       01 LISTA-INSCRICOES.
           05 INSCRICOES OCCURS 2000 TIMES.
               COPY ALUOFINS REPLACING ==05== BY ==10==.
      * The parallel turmas: their catalog data, the students they
      * hold before the proposal, the share of the students each
      * is to get (COTA) and what has been placed in it so far.
      * Ages are kept as days lived up to today, for the averages.
       01 TOTAL-PARALELAS PIC 9(2) VALUE 0.
       01 TAB-PARALELAS.
           05 PARALELAS OCCURS 10 TIMES.
               10 PAR-TURMA PIC X(4).
               10 PAR-CAPACIDADE PIC 9(3).
               10 PAR-TURNO PIC X(1).
               10 PAR-SERIE PIC X(2).
               10 PAR-UNIDADE PIC 9(2).
               10 PAR-ANTES PIC 9(3).
               10 PAR-AEE-ANTES PIC 9(3).
               10 PAR-DIAS-ANTES PIC 9(9).
               10 PAR-NASC-ANTES PIC 9(3).
               10 PAR-COTA PIC 9(3).
               10 PAR-CARGA PIC 9(3).
               10 PAR-AEE PIC 9(3).
               10 PAR-DIAS PIC 9(9).
               10 PAR-NASC PIC 9(3).
               10 PAR-ENTRADAS PIC 9(3).
               10 PAR-SAIDAS PIC 9(3).
      * One entry per active student of the parallel turmas.
      * CAN-FAMILIA is the entry of the first sibling found with the
      * same guardian name and telephone (the entry itself when the
      * student has no sibling among the candidates).
       01 TOTAL-CANDIDATOS PIC 9(3) VALUE 0.
       01 TAB-CANDIDATOS.
           05 CANDIDATOS OCCURS 500 TIMES.
               10 CAN-ALUNO PIC 9(3).
               10 CAN-ORIGEM PIC 9(2).
               10 CAN-DESTINO PIC 9(2).
               10 CAN-NASCIMENTO PIC 9(8).
               10 CAN-IDADE-DIAS PIC 9(7).
               10 CAN-AEE PIC X(1).
                   88 CAN-COM-AEE VALUE "S".
               10 CAN-FIXO PIC X(1).
                   88 CAN-FIXADO VALUE "S".
               10 CAN-SEM-VAGA PIC X(1).
                   88 CAN-FICOU-SEM-VAGA VALUE "S".
               10 CAN-RESPONSAVEL PIC 9(3).
               10 CAN-FAMILIA PIC 9(3).
       01 TAB-ORDEM.
           05 ORDEM OCCURS 500 TIMES PIC 9(3).
       01 POS-ORDEM PIC 9(3) VALUE 0.
       01 CHAVE-ORDEM PIC 9(3) VALUE 0.
       01 NASC-CHAVE PIC 9(8) VALUE 0.
       01 NASC-COMPARA PIC 9(8) VALUE 0.
       01 ORDEM-POSICIONADA PIC X VALUE "N".
           88 ORDEM-JA-POSICIONADA VALUE "S".
       01 CAND PIC 9(3) VALUE 0.
       01 MEMBRO PIC 9(3) VALUE 0.
       01 NECESSARIO PIC 9(3) VALUE 0.
       01 TURMA-FAMILIA PIC 9(2) VALUE 0.
       01 TURMA-ESCOLHIDA PIC 9(2) VALUE 0.
       01 MELHOR-PONTOS PIC 9(10) VALUE 0.
       01 PONTOS PIC 9(10) VALUE 0.
       01 SOBRA-COTA PIC S9(4) VALUE 0.
       01 BASE-COTA PIC 9(3) VALUE 0.
       01 RESTO-COTA PIC 9(2) VALUE 0.
       01 EXCESSO-COTA PIC 9(3) VALUE 0.
       01 COTA-AJUSTADA PIC X VALUE "N".
           88 HOUVE-AJUSTE VALUE "S".
       01 VAGA-TURMA PIC X VALUE "N".
           88 HA-VAGA VALUE "S".
       01 IRMAO-NA-TURMA PIC X VALUE "N".
           88 HA-IRMAO-NA-TURMA VALUE "S".
       01 TURMA-BUSCA PIC X(4) VALUE SPACES.
       01 RTN-TURMA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-PARALELA PIC 9(2) VALUE 0.
       01 RTN-ALUNO-ACHADO PIC 9(3) VALUE 0.
      * Timetable check: an open oficina enrollment of the student
      * that meets in the same turno, dia and periodo as a lesson of
      * the new turma.
       01 MATRICULA-CHOQUE PIC 9(6) VALUE 0.
       01 TURMA-CHOQUE PIC X(4) VALUE SPACES.
       01 TURNO-CHOQUE PIC X(1) VALUE SPACES.
       01 OFICINA-CHOQUE PIC X(5) VALUE SPACES.
       01 TOTAL-PROPOSTAS PIC 9(3) VALUE 0.
       01 TAB-PROPOSTAS.
           05 PROPOSTAS OCCURS 500 TIMES.
               COPY ALUBALAN REPLACING ==05== BY ==10==.
               10 PRO-SITUACAO PIC X(1).
                   88 PRO-PENDENTE VALUE " ".
                   88 PRO-APLICADA VALUE "A".
                   88 PRO-RECUSADA VALUE "R".
                   88 PRO-IGNORADA VALUE "I".
               10 PRO-STATUS PIC X(20).
               10 PRO-OFICINA PIC X(5).
       01 DATA-PROPOSTA PIC 9(8) VALUE 0.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 NOVA-TURMA PIC X(4) VALUE SPACES.
       01 STATUS-TRANSFERE PIC X(20) VALUE " ".
       01 APLICADAS-NA-PASSADA PIC 9(3) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE SPACES.
       01 DAT-DATA PIC 9(8) VALUE 0.
       01 DAT-DIAS PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE SPACES.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 DIAS-HOJE PIC 9(7) VALUE 0.
       01 TOTAL-MOVIMENTOS PIC 9(3) VALUE 0.
       01 TOTAL-SEM-VAGA PIC 9(3) VALUE 0.
       01 TOTAL-CHOQUES PIC 9(3) VALUE 0.
       01 TOTAL-APLICADAS PIC 9(3) VALUE 0.
       01 TOTAL-RECUSADAS PIC 9(3) VALUE 0.
       01 TOTAL-IGNORADAS PIC 9(3) VALUE 0.
       01 IDADE-MEDIA PIC 9(2)V9(1) VALUE 0.
       01 MATRICULA-EDIT PIC 9(6).
       01 QTDE-EDIT PIC ZZZ9.
       01 IDADE-EDIT PIC Z9.9.
       01 UNIDADE-EDIT PIC 99.
       01 DATA-EDIT PIC X(10) VALUE SPACES.

      * Proposes a redistribution of the students of a set of
      * parallel turmas (same serie, same unit) and, once the
      * coordinator has approved it, applies it.  SYSIN "SIMULACAO"
      * followed by the parameters above writes the proposal to
      * BALANCEA.DAT and lists it on BALANCEA.RPT; the master is not
      * touched.  The turmas are filled up to TUR-CAPACIDADE in even
      * shares; pinned students (and, when asked, those with an AEE
      * plan) stay where they are, AEE students can be spread over
      * the turmas and siblings kept together or apart.  Without
      * age balancing a student only moves when their turma holds
      * more than its share; with it the students are dealt out
      * from the oldest down, so every turma gets the same age mix.
      * SYSIN "APLICA" applies the saved proposal as ordinary
      * transfers (ALUNO-TRANSFERE: audit entry, waiting list and
      * transport review), skipping the students who changed turma
      * since the simulation, and flags the oficinas that now clash
      * with the timetable of the new turma.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT MODO-EXECUCAO.
           IF NOT EM-SIMULACAO AND NOT EM-APLICACAO THEN
               DISPLAY "MODO INVALIDO - INFORME SIMULACAO OU APLICA"
               STOP RUN
           END-IF.
           IF EM-APLICACAO THEN
               CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                       STATUS-TRAVA
               IF STATUS-TRAVA NOT EQUAL "OK" THEN
                   DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "CONTA-DIAS" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO, DATA-HOJE,
                   DIAS-HOJE, STATUS-DATA.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-HORARIOS.
           PERFORM CARREGA-OFICINAS.
           PERFORM CARREGA-INSCRICOES.
           IF EM-SIMULACAO THEN
               PERFORM LE-PARAMETROS
               PERFORM MONTA-PARALELAS
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM SELECIONA-CANDIDATOS
           ELSE
               PERFORM CARREGA-PROPOSTA
           END-IF.
           IF CAPACIDADE-EXCEDIDA NOT EQUAL SPACES THEN
               STRING "TABELA CHEIA AO LER " DELIMITED BY SIZE
                      CAPACIDADE-EXCEDIDA DELIMITED BY SPACE
                      INTO MOTIVO-RECUSA
               END-STRING
               PERFORM RECUSA-BALANCEAMENTO
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           IF EM-SIMULACAO THEN
               PERFORM SIMULA-BALANCEAMENTO
           ELSE
               CALL "ALUNO-BACKUP" USING "ALUNOS"
               PERFORM APLICA-BALANCEAMENTO
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           IF EM-APLICACAO THEN
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
           END-IF.
       STOP RUN.

       RECUSA-BALANCEAMENTO.
           DISPLAY "BALANCEAMENTO RECUSADO: " MOTIVO-RECUSA.
           IF EM-APLICACAO THEN
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
           END-IF.
           STOP RUN.

       LE-PARAMETROS.
           MOVE SPACES TO LINHA-TURMAS.
           MOVE SPACES TO LINHA-OPCOES.
           ACCEPT LINHA-TURMAS.
           ACCEPT LINHA-OPCOES.
           MOVE 0 TO TOTAL-FIXOS.
           MOVE "N" TO FIM-FIXOS.
           PERFORM LE-FIXO UNTIL FIM-DOS-FIXOS.

       LE-FIXO.
           MOVE SPACES TO LINHA-FIXO.
           ACCEPT LINHA-FIXO.
           IF LINHA-FIXO EQUAL SPACES THEN
               MOVE "S" TO FIM-FIXOS
           ELSE
               IF LINHA-FIXO IS NUMERIC AND TOTAL-FIXOS < 100 THEN
                   ADD 1 TO TOTAL-FIXOS
                   MOVE LINHA-FIXO TO FIX-MATRICULA(TOTAL-FIXOS)
                   MOVE "N" TO FIX-ACHADO(TOTAL-FIXOS)
               ELSE
                   DISPLAY "MATRICULA FIXADA DESCARTADA: " LINHA-FIXO
               END-IF
           END-IF.

      * The turmas must exist and share serie and unit; a code
      * given twice is taken once.
       MONTA-PARALELAS.
           MOVE 0 TO TOTAL-PARALELAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               IF TURMA-PARAMETRO(I) NOT EQUAL SPACES THEN
                   MOVE TURMA-PARAMETRO(I) TO TURMA-BUSCA
                   PERFORM BUSCA-PARALELA
                   IF RTN-PARALELA EQUAL 0 THEN
                       PERFORM INCLUI-PARALELA
                   END-IF
               END-IF
           END-PERFORM.
           IF TOTAL-PARALELAS < 2 THEN
               MOVE "INFORME AO MENOS DUAS TURMAS" TO MOTIVO-RECUSA
               PERFORM RECUSA-BALANCEAMENTO
           END-IF.
           IF PAR-SERIE(1) EQUAL SPACES THEN
               STRING "TURMA " DELIMITED BY SIZE
                      PAR-TURMA(1) DELIMITED BY SPACE
                      " SEM SERIE" DELIMITED BY SIZE
                      INTO MOTIVO-RECUSA
               END-STRING
               PERFORM RECUSA-BALANCEAMENTO
           END-IF.
           PERFORM VARYING PA FROM 2 BY 1 UNTIL PA > TOTAL-PARALELAS
               IF PAR-SERIE(PA) NOT EQUAL PAR-SERIE(1) THEN
                   MOVE "TURMAS DE SERIES DIFERENTES" TO MOTIVO-RECUSA
                   PERFORM RECUSA-BALANCEAMENTO
               END-IF
               IF PAR-UNIDADE(PA) NOT EQUAL PAR-UNIDADE(1) THEN
                   MOVE "TURMAS DE UNIDADES DIFERENTES"
                           TO MOTIVO-RECUSA
                   PERFORM RECUSA-BALANCEAMENTO
               END-IF
           END-PERFORM.

       INCLUI-PARALELA.
           PERFORM BUSCA-TURMA-CATALOGO.
           IF RTN-TURMA-ACHADA EQUAL 0 THEN
               STRING "TURMA " DELIMITED BY SIZE
                      TURMA-BUSCA DELIMITED BY SPACE
                      " INEXISTENTE" DELIMITED BY SIZE
                      INTO MOTIVO-RECUSA
               END-STRING
               PERFORM RECUSA-BALANCEAMENTO
           END-IF.
           ADD 1 TO TOTAL-PARALELAS.
           MOVE TURMA-BUSCA TO PAR-TURMA(TOTAL-PARALELAS).
           MOVE TUR-CAPACIDADE OF TURMAS(RTN-TURMA-ACHADA)
                   TO PAR-CAPACIDADE(TOTAL-PARALELAS).
           MOVE TUR-TURNO OF TURMAS(RTN-TURMA-ACHADA)
                   TO PAR-TURNO(TOTAL-PARALELAS).
           MOVE TUR-SERIE OF TURMAS(RTN-TURMA-ACHADA)
                   TO PAR-SERIE(TOTAL-PARALELAS).
           MOVE TUR-UNIDADE OF TURMAS(RTN-TURMA-ACHADA)
                   TO PAR-UNIDADE(TOTAL-PARALELAS).
           MOVE 0 TO PAR-ANTES(TOTAL-PARALELAS).
           MOVE 0 TO PAR-AEE-ANTES(TOTAL-PARALELAS).
           MOVE 0 TO PAR-DIAS-ANTES(TOTAL-PARALELAS).
           MOVE 0 TO PAR-NASC-ANTES(TOTAL-PARALELAS).

       BUSCA-PARALELA.
           MOVE 0 TO RTN-PARALELA.
           PERFORM VARYING PA FROM 1 BY 1
                   UNTIL PA > TOTAL-PARALELAS
                   OR RTN-PARALELA NOT EQUAL 0
               IF PAR-TURMA(PA) EQUAL TURMA-BUSCA THEN
                   MOVE PA TO RTN-PARALELA
               END-IF
           END-PERFORM.

       BUSCA-TURMA-CATALOGO.
           MOVE 0 TO RTN-TURMA-ACHADA.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
                   OR RTN-TURMA-ACHADA NOT EQUAL 0
               IF TUR-CODIGO OF TURMAS(IX-TURMAS) EQUAL TURMA-BUSCA
                       THEN
                   SET RTN-TURMA-ACHADA TO IX-TURMAS
               END-IF
           END-PERFORM.

       CARREGA-MASTER-ATUAL.
           MOVE "N" TO FIM-MASTER.
           MOVE 0 TO TOTAL-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM VERIFICA-STATUS-MESTRE.
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
           PERFORM VERIFICA-STATUS-MESTRE.

       VERIFICA-STATUS-MESTRE.
           IF ALU-FILE-STATUS NOT EQUAL "00" AND
                   ALU-FILE-STATUS NOT EQUAL "05" AND
                   ALU-FILE-STATUS NOT EQUAL "10" THEN
               DISPLAY "ERRO DE ACESSO EM ALUNOS.DAT - STATUS "
                       ALU-FILE-STATUS
               MOVE "S" TO FIM-MASTER
           END-IF.

       GRAVA-ALUNO-MESTRE.
           OPEN I-O ARQ-ALUNOS.
           MOVE ALUNOS(RTN-ALUNO-ACHADO) TO ALUNO-REC-FILE.
           REWRITE ALUNO-REC-FILE.
           IF ALU-FILE-STATUS NOT EQUAL "00" THEN
               WRITE ALUNO-REC-FILE
           END-IF.
           CLOSE ARQ-ALUNOS.

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
                   ELSE
                       MOVE "TURMA.DAT" TO CAPACIDADE-EXCEDIDA
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
                   IF TOTAL-HORARIOS < 2000 THEN
                       ADD 1 TO TOTAL-HORARIOS
                       MOVE HORARIO-REC TO HORARIOS(TOTAL-HORARIOS)
                   ELSE
                       MOVE "HORARIO.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-OFICINAS.
           MOVE 0 TO TOTAL-OFICINAS-CAT.
           MOVE "N" TO FIM-OFICINAS.
           OPEN INPUT ARQ-OFICINAS.
           PERFORM LE-OFICINA UNTIL FIM-DO-ARQ-OFICINAS.
           CLOSE ARQ-OFICINAS.

       LE-OFICINA.
           READ ARQ-OFICINAS
               AT END
                   MOVE "S" TO FIM-OFICINAS
               NOT AT END
                   IF TOTAL-OFICINAS-CAT < OFI-MAX-OFICINAS THEN
                       ADD 1 TO TOTAL-OFICINAS-CAT
                       MOVE OFICINA-REC TO OFICINAS(TOTAL-OFICINAS-CAT)
                   ELSE
                       MOVE "OFICINA.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-INSCRICOES.
           MOVE 0 TO TOTAL-INSCRICOES.
           MOVE "N" TO FIM-INSCRICOES.
           OPEN INPUT ARQ-INSCRICOES.
           PERFORM LE-INSCRICAO UNTIL FIM-DO-ARQ-INSCRICOES.
           CLOSE ARQ-INSCRICOES.

       LE-INSCRICAO.
           READ ARQ-INSCRICOES
               AT END
                   MOVE "S" TO FIM-INSCRICOES
               NOT AT END
                   IF TOTAL-INSCRICOES < 2000 THEN
                       ADD 1 TO TOTAL-INSCRICOES
                       MOVE INSCRICAO-REC
                               TO INSCRICOES(TOTAL-INSCRICOES)
                   ELSE
                       MOVE "OFICINSC.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-RESPONSAVEIS.
           MOVE 0 TO TOTAL-RESPONSAVEIS.
           MOVE "N" TO FIM-RESPONSAVEIS.
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
                   ELSE
                       MOVE "RESPONSAVEL.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-PROPOSTA.
           MOVE 0 TO TOTAL-PROPOSTAS.
           MOVE "N" TO FIM-PROPOSTA.
           OPEN INPUT ARQ-PROPOSTA.
           PERFORM LE-PROPOSTA UNTIL FIM-DO-ARQ-PROPOSTA.
           CLOSE ARQ-PROPOSTA.
           IF TOTAL-PROPOSTAS EQUAL 0 THEN
               MOVE "SEM PROPOSTA EM BALANCEA.DAT" TO MOTIVO-RECUSA
               PERFORM RECUSA-BALANCEAMENTO
           END-IF.
           MOVE BAL-DATA OF PROPOSTAS(1) TO DATA-PROPOSTA.

       LE-PROPOSTA.
           READ ARQ-PROPOSTA
               AT END
                   MOVE "S" TO FIM-PROPOSTA
               NOT AT END
                   IF TOTAL-PROPOSTAS < 500 THEN
                       ADD 1 TO TOTAL-PROPOSTAS
                       MOVE PROPOSTA-REC TO PROPOSTAS(TOTAL-PROPOSTAS)
                       MOVE SPACES TO PRO-SITUACAO(TOTAL-PROPOSTAS)
                       MOVE SPACES TO PRO-STATUS(TOTAL-PROPOSTAS)
                       MOVE SPACES TO PRO-OFICINA(TOTAL-PROPOSTAS)
                   ELSE
                       MOVE "BALANCEA.DAT" TO CAPACIDADE-EXCEDIDA
                   END-IF
           END-READ.

       SIMULA-BALANCEAMENTO.
           PERFORM CARREGA-NASCIMENTOS.
           PERFORM CARREGA-AEE.
           PERFORM AGRUPA-FAMILIAS.
           PERFORM MARCA-FIXOS.
           PERFORM SOMA-SITUACAO-ANTERIOR.
           PERFORM CALCULA-COTAS.
           PERFORM MONTA-ORDEM.
           PERFORM FIXA-ALUNOS.
           IF AEE-DISTRIBUIDO THEN
               PERFORM VARYING POS-ORDEM FROM 1 BY 1
                       UNTIL POS-ORDEM > TOTAL-CANDIDATOS
                   MOVE ORDEM(POS-ORDEM) TO CAND
                   IF CAN-COM-AEE(CAND) AND CAN-DESTINO(CAND) EQUAL 0
                           THEN
                       PERFORM COLOCA-CANDIDATO
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING POS-ORDEM FROM 1 BY 1
                   UNTIL POS-ORDEM > TOTAL-CANDIDATOS
               MOVE ORDEM(POS-ORDEM) TO CAND
               IF CAN-DESTINO(CAND) EQUAL 0 THEN
                   PERFORM COLOCA-CANDIDATO
               END-IF
           END-PERFORM.
           PERFORM GRAVA-PROPOSTA.
           PERFORM IMPRIME-FIXOS-AUSENTES.
           PERFORM IMPRIME-RESUMO-TURMAS.

       SELECIONA-CANDIDATOS.
           MOVE 0 TO TOTAL-CANDIDATOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) THEN
                   MOVE ALU-TURMA OF ALUNOS(I) TO TURMA-BUSCA
                   PERFORM BUSCA-PARALELA
                   IF RTN-PARALELA NOT EQUAL 0 THEN
                       PERFORM INCLUI-CANDIDATO
                   END-IF
               END-IF
           END-PERFORM.

      * A run with more active students in the turmas than the
      * candidate table holds is refused before anything is written.
       INCLUI-CANDIDATO.
           IF TOTAL-CANDIDATOS NOT LESS THAN 500 THEN
               MOVE "ALUNOS.DAT" TO CAPACIDADE-EXCEDIDA
           ELSE
               PERFORM GUARDA-CANDIDATO
           END-IF.

       GUARDA-CANDIDATO.
           ADD 1 TO TOTAL-CANDIDATOS.
           MOVE I TO CAN-ALUNO(TOTAL-CANDIDATOS).
           MOVE RTN-PARALELA TO CAN-ORIGEM(TOTAL-CANDIDATOS).
           MOVE 0 TO CAN-DESTINO(TOTAL-CANDIDATOS).
           MOVE 0 TO CAN-NASCIMENTO(TOTAL-CANDIDATOS).
           MOVE 0 TO CAN-IDADE-DIAS(TOTAL-CANDIDATOS).
           MOVE "N" TO CAN-AEE(TOTAL-CANDIDATOS).
           MOVE "N" TO CAN-FIXO(TOTAL-CANDIDATOS).
           MOVE "N" TO CAN-SEM-VAGA(TOTAL-CANDIDATOS).
           MOVE 0 TO CAN-RESPONSAVEL(TOTAL-CANDIDATOS).
           MOVE TOTAL-CANDIDATOS TO CAN-FAMILIA(TOTAL-CANDIDATOS).
           ADD 1 TO PAR-ANTES(RTN-PARALELA).

       CARREGA-NASCIMENTOS.
           MOVE "N" TO FIM-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           PERFORM LE-CADASTRO UNTIL FIM-DO-ARQ-CADASTRO.
           CLOSE ARQ-CADASTRO.

       LE-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   MOVE "S" TO FIM-CADASTRO
               NOT AT END
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TOTAL-CANDIDATOS
                       IF ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K)) EQUAL
                               CAD-MATRICULA THEN
                           PERFORM GUARDA-NASCIMENTO
                       END-IF
                   END-PERFORM
           END-READ.

      * A birth date that is not a valid past date is left out of
      * the age balance, as if the cadastro had none.
       GUARDA-NASCIMENTO.
           MOVE 0 TO CAN-NASCIMENTO(K).
           MOVE 0 TO CAN-IDADE-DIAS(K).
           IF CAD-NASCIMENTO NOT EQUAL 0 THEN
               MOVE "CONTA-DIAS" TO DAT-OPERACAO
               CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                       CAD-NASCIMENTO, DAT-DIAS, STATUS-DATA
               IF STATUS-DATA EQUAL "OK" AND DAT-DIAS < DIAS-HOJE
                       THEN
                   MOVE CAD-NASCIMENTO TO CAN-NASCIMENTO(K)
                   COMPUTE CAN-IDADE-DIAS(K) = DIAS-HOJE - DAT-DIAS
               END-IF
           END-IF.

       CARREGA-AEE.
           MOVE "N" TO FIM-AEE.
           OPEN INPUT ARQ-AEE.
           PERFORM LE-AEE UNTIL FIM-DO-ARQ-AEE.
           CLOSE ARQ-AEE.

       LE-AEE.
           READ ARQ-AEE
               AT END
                   MOVE "S" TO FIM-AEE
               NOT AT END
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > TOTAL-CANDIDATOS
                       IF ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K)) EQUAL
                               AEE-MATRICULA THEN
                           MOVE "S" TO CAN-AEE(K)
                       END-IF
                   END-PERFORM
           END-READ.

      * Siblings are told apart the way ALUNO-FAMILIA-VIEW does:
      * the same guardian name and telephone.
       AGRUPA-FAMILIAS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-CANDIDATOS
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > TOTAL-RESPONSAVEIS
                       OR CAN-RESPONSAVEL(K) NOT EQUAL 0
                   IF RSP-MATRICULA OF RESPONSAVEIS(J) EQUAL
                           ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K))
                           AND RSP-NOME OF RESPONSAVEIS(J)
                           NOT EQUAL SPACES THEN
                       MOVE J TO CAN-RESPONSAVEL(K)
                   END-IF
               END-PERFORM
               IF CAN-RESPONSAVEL(K) NOT EQUAL 0 THEN
                   PERFORM BUSCA-IRMAO-ANTERIOR
               END-IF
           END-PERFORM.

       BUSCA-IRMAO-ANTERIOR.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M NOT < K
                   OR CAN-FAMILIA(K) NOT EQUAL K
               IF CAN-RESPONSAVEL(M) NOT EQUAL 0 THEN
                   IF RSP-NOME OF RESPONSAVEIS(CAN-RESPONSAVEL(M))
                           EQUAL RSP-NOME OF
                           RESPONSAVEIS(CAN-RESPONSAVEL(K))
                           AND RSP-TELEFONE OF
                           RESPONSAVEIS(CAN-RESPONSAVEL(M))
                           EQUAL RSP-TELEFONE OF
                           RESPONSAVEIS(CAN-RESPONSAVEL(K)) THEN
                       MOVE CAN-FAMILIA(M) TO CAN-FAMILIA(K)
                   END-IF
               END-IF
           END-PERFORM.

       MARCA-FIXOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-FIXOS
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > TOTAL-CANDIDATOS
                   IF ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K)) EQUAL
                           FIX-MATRICULA(I) THEN
                       MOVE "S" TO CAN-FIXO(K)
                       MOVE "S" TO FIX-ACHADO(I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SOMA-SITUACAO-ANTERIOR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-CANDIDATOS
               MOVE CAN-ORIGEM(K) TO PA
               IF CAN-COM-AEE(K) THEN
                   ADD 1 TO PAR-AEE-ANTES(PA)
               END-IF
               IF CAN-NASCIMENTO(K) NOT EQUAL 0 THEN
                   ADD CAN-IDADE-DIAS(K) TO PAR-DIAS-ANTES(PA)
                   ADD 1 TO PAR-NASC-ANTES(PA)
               END-IF
           END-PERFORM.

      * Even shares, the odd students going to the first turmas
      * given; a share above the turma capacity is passed on to the
      * turmas that still have room.
       CALCULA-COTAS.
           DIVIDE TOTAL-CANDIDATOS BY TOTAL-PARALELAS
                   GIVING BASE-COTA REMAINDER RESTO-COTA.
           MOVE 0 TO EXCESSO-COTA.
           PERFORM VARYING PA FROM 1 BY 1 UNTIL PA > TOTAL-PARALELAS
               MOVE BASE-COTA TO PAR-COTA(PA)
               IF PA NOT > RESTO-COTA THEN
                   ADD 1 TO PAR-COTA(PA)
               END-IF
               IF PAR-CAPACIDADE(PA) > 0 AND
                       PAR-COTA(PA) > PAR-CAPACIDADE(PA) THEN
                   COMPUTE EXCESSO-COTA = EXCESSO-COTA +
                           PAR-COTA(PA) - PAR-CAPACIDADE(PA)
                   MOVE PAR-CAPACIDADE(PA) TO PAR-COTA(PA)
               END-IF
               MOVE 0 TO PAR-CARGA(PA)
               MOVE 0 TO PAR-AEE(PA)
               MOVE 0 TO PAR-DIAS(PA)
               MOVE 0 TO PAR-NASC(PA)
               MOVE 0 TO PAR-ENTRADAS(PA)
               MOVE 0 TO PAR-SAIDAS(PA)
           END-PERFORM.
           MOVE "S" TO COTA-AJUSTADA.
           PERFORM REPARTE-EXCESSO
                   UNTIL EXCESSO-COTA EQUAL 0 OR NOT HOUVE-AJUSTE.

       REPARTE-EXCESSO.
           MOVE "N" TO COTA-AJUSTADA.
           PERFORM VARYING PA FROM 1 BY 1
                   UNTIL PA > TOTAL-PARALELAS OR EXCESSO-COTA EQUAL 0
               IF PAR-CAPACIDADE(PA) EQUAL 0 OR
                       PAR-COTA(PA) < PAR-CAPACIDADE(PA) THEN
                   ADD 1 TO PAR-COTA(PA)
                   SUBTRACT 1 FROM EXCESSO-COTA
                   MOVE "S" TO COTA-AJUSTADA
               END-IF
           END-PERFORM.

      * Without age balancing the students are taken in master
      * order; with it, from the oldest down (no birth date last).
       MONTA-ORDEM.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-CANDIDATOS
               MOVE K TO ORDEM(K)
           END-PERFORM.
           IF EQUILIBRA-IDADE THEN
               PERFORM VARYING K FROM 2 BY 1
                       UNTIL K > TOTAL-CANDIDATOS
                   MOVE ORDEM(K) TO CHAVE-ORDEM
                   MOVE CAN-NASCIMENTO(CHAVE-ORDEM) TO NASC-CHAVE
                   IF NASC-CHAVE EQUAL 0 THEN
                       MOVE 99999999 TO NASC-CHAVE
                   END-IF
                   COMPUTE J = K - 1
                   MOVE "N" TO ORDEM-POSICIONADA
                   PERFORM DESLOCA-ORDEM UNTIL ORDEM-JA-POSICIONADA
                   MOVE CHAVE-ORDEM TO ORDEM(J + 1)
               END-PERFORM
           END-IF.

       DESLOCA-ORDEM.
           IF J EQUAL 0 THEN
               MOVE "S" TO ORDEM-POSICIONADA
           ELSE
               MOVE CAN-NASCIMENTO(ORDEM(J)) TO NASC-COMPARA
               IF NASC-COMPARA EQUAL 0 THEN
                   MOVE 99999999 TO NASC-COMPARA
               END-IF
               IF NASC-COMPARA > NASC-CHAVE THEN
                   MOVE ORDEM(J) TO ORDEM(J + 1)
                   SUBTRACT 1 FROM J
               ELSE
                   MOVE "S" TO ORDEM-POSICIONADA
               END-IF
           END-IF.

       FIXA-ALUNOS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-CANDIDATOS
               IF CAN-FIXADO(K) OR
                       (AEE-MANTIDO AND CAN-COM-AEE(K)) THEN
                   MOVE K TO MEMBRO
                   MOVE CAN-ORIGEM(K) TO TURMA-ESCOLHIDA
                   PERFORM ASSINALA-MEMBRO
               END-IF
           END-PERFORM.

      * With siblings kept together the whole family still to be
      * placed goes with the first of them, or follows a sibling
      * already placed; when the turma has no room for all of them
      * the student is placed alone.  A student no turma has room
      * for stays where they are.
       COLOCA-CANDIDATO.
           MOVE 1 TO NECESSARIO.
           MOVE 0 TO TURMA-FAMILIA.
           MOVE 0 TO TURMA-ESCOLHIDA.
           IF IRMAOS-JUNTOS THEN
               PERFORM EXAMINA-FAMILIA
           END-IF.
           IF TURMA-FAMILIA NOT EQUAL 0 THEN
               MOVE 1 TO NECESSARIO
               MOVE TURMA-FAMILIA TO PA
               PERFORM VERIFICA-VAGA
               IF HA-VAGA THEN
                   MOVE TURMA-FAMILIA TO TURMA-ESCOLHIDA
               END-IF
           END-IF.
           IF TURMA-ESCOLHIDA EQUAL 0 THEN
               PERFORM ESCOLHE-TURMA
           END-IF.
           IF TURMA-ESCOLHIDA EQUAL 0 AND NECESSARIO > 1 THEN
               MOVE 1 TO NECESSARIO
               PERFORM ESCOLHE-TURMA
           END-IF.
           IF TURMA-ESCOLHIDA EQUAL 0 THEN
               MOVE CAN-ORIGEM(CAND) TO TURMA-ESCOLHIDA
               MOVE "S" TO CAN-SEM-VAGA(CAND)
               ADD 1 TO TOTAL-SEM-VAGA
           END-IF.
           MOVE CAND TO MEMBRO.
           PERFORM ASSINALA-MEMBRO.
           IF NECESSARIO > 1 THEN
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > TOTAL-CANDIDATOS
                   IF CAN-FAMILIA(M) EQUAL CAN-FAMILIA(CAND) AND
                           CAN-DESTINO(M) EQUAL 0 THEN
                       MOVE M TO MEMBRO
                       PERFORM ASSINALA-MEMBRO
                   END-IF
               END-PERFORM
           END-IF.

       EXAMINA-FAMILIA.
           MOVE 0 TO NECESSARIO.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TOTAL-CANDIDATOS
               IF CAN-FAMILIA(M) EQUAL CAN-FAMILIA(CAND) THEN
                   IF CAN-DESTINO(M) EQUAL 0 THEN
                       ADD 1 TO NECESSARIO
                   ELSE
                       IF TURMA-FAMILIA EQUAL 0 THEN
                           MOVE CAN-DESTINO(M) TO TURMA-FAMILIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-VAGA.
           MOVE "N" TO VAGA-TURMA.
           IF PAR-CAPACIDADE(PA) EQUAL 0 OR
                   PAR-CARGA(PA) + NECESSARIO NOT >
                           PAR-CAPACIDADE(PA) THEN
               MOVE "S" TO VAGA-TURMA
           END-IF.

       ESCOLHE-TURMA.
           MOVE 0 TO TURMA-ESCOLHIDA.
           MOVE 0 TO MELHOR-PONTOS.
           PERFORM VARYING PA FROM 1 BY 1 UNTIL PA > TOTAL-PARALELAS
               PERFORM VERIFICA-VAGA
               IF HA-VAGA THEN
                   PERFORM PONTUA-TURMA
                   IF TURMA-ESCOLHIDA EQUAL 0 OR
                           PONTOS > MELHOR-PONTOS THEN
                       MOVE PA TO TURMA-ESCOLHIDA
                       MOVE PONTOS TO MELHOR-PONTOS
                   END-IF
               END-IF
           END-PERFORM.

      * The turma is weighed, in order of precedence: fewest AEE
      * students (when they are spread), no sibling in it (when
      * siblings are kept apart), the student's own turma while it
      * is under its share (when ages are not balanced), the most
      * room left in its share and, last, the student's own turma.
       PONTUA-TURMA.
           MOVE 0 TO PONTOS.
           IF AEE-DISTRIBUIDO AND CAN-COM-AEE(CAND) AND
                   PAR-AEE(PA) < 99 THEN
               COMPUTE PONTOS = (99 - PAR-AEE(PA)) * 10000000
           END-IF.
           IF IRMAOS-SEPARADOS THEN
               PERFORM VERIFICA-IRMAO-NA-TURMA
               IF NOT HA-IRMAO-NA-TURMA THEN
                   ADD 1000000 TO PONTOS
               END-IF
           END-IF.
           COMPUTE SOBRA-COTA = PAR-COTA(PA) - PAR-CARGA(PA).
           IF NOT EQUILIBRA-IDADE AND PA EQUAL CAN-ORIGEM(CAND)
                   AND SOBRA-COTA > 0 THEN
               ADD 100000 TO PONTOS
           END-IF.
           COMPUTE PONTOS = PONTOS + (SOBRA-COTA + 500) * 10.
           IF PA EQUAL CAN-ORIGEM(CAND) THEN
               ADD 1 TO PONTOS
           END-IF.

       VERIFICA-IRMAO-NA-TURMA.
           MOVE "N" TO IRMAO-NA-TURMA.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TOTAL-CANDIDATOS OR HA-IRMAO-NA-TURMA
               IF M NOT EQUAL CAND AND
                       CAN-FAMILIA(M) EQUAL CAN-FAMILIA(CAND) AND
                       CAN-DESTINO(M) EQUAL PA THEN
                   MOVE "S" TO IRMAO-NA-TURMA
               END-IF
           END-PERFORM.

       ASSINALA-MEMBRO.
           MOVE TURMA-ESCOLHIDA TO CAN-DESTINO(MEMBRO).
           ADD 1 TO PAR-CARGA(TURMA-ESCOLHIDA).
           IF CAN-COM-AEE(MEMBRO) THEN
               ADD 1 TO PAR-AEE(TURMA-ESCOLHIDA)
           END-IF.
           IF CAN-NASCIMENTO(MEMBRO) NOT EQUAL 0 THEN
               ADD CAN-IDADE-DIAS(MEMBRO) TO PAR-DIAS(TURMA-ESCOLHIDA)
               ADD 1 TO PAR-NASC(TURMA-ESCOLHIDA)
           END-IF.
           IF TURMA-ESCOLHIDA NOT EQUAL CAN-ORIGEM(MEMBRO) THEN
               ADD 1 TO PAR-ENTRADAS(TURMA-ESCOLHIDA)
               ADD 1 TO PAR-SAIDAS(CAN-ORIGEM(MEMBRO))
           END-IF.

       GRAVA-PROPOSTA.
           OPEN OUTPUT ARQ-PROPOSTA.
           MOVE "MOVIMENTACOES PROPOSTAS" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-CANDIDATOS
               IF CAN-DESTINO(K) NOT EQUAL CAN-ORIGEM(K) THEN
                   MOVE ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K))
                           TO BAL-MATRICULA OF PROPOSTA-REC
                   MOVE PAR-TURMA(CAN-ORIGEM(K))
                           TO BAL-TURMA-ORIGEM OF PROPOSTA-REC
                   MOVE PAR-TURMA(CAN-DESTINO(K))
                           TO BAL-TURMA-DESTINO OF PROPOSTA-REC
                   MOVE DATA-HOJE TO BAL-DATA OF PROPOSTA-REC
                   WRITE PROPOSTA-REC
                   ADD 1 TO TOTAL-MOVIMENTOS
                   PERFORM IMPRIME-MOVIMENTO
               END-IF
               IF CAN-FICOU-SEM-VAGA(K) THEN
                   PERFORM IMPRIME-SEM-VAGA
               END-IF
           END-PERFORM.
           CLOSE ARQ-PROPOSTA.
           IF TOTAL-MOVIMENTOS EQUAL 0 THEN
               MOVE "NENHUMA - AS TURMAS JA ESTAO EQUILIBRADAS"
                       TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-MOVIMENTO.
           MOVE ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K)) TO MATRICULA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING MATRICULA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(CAN-ALUNO(K)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PAR-TURMA(CAN-ORIGEM(K)) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  PAR-TURMA(CAN-DESTINO(K)) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           IF CAN-COM-AEE(K) THEN
               MOVE "AEE" TO RELATORIO-LINHA(38:3)
           END-IF.
           IF CAN-FAMILIA(K) NOT EQUAL K THEN
               MOVE "IRMAO" TO RELATORIO-LINHA(42:5)
           END-IF.
           MOVE ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K))
                   TO MATRICULA-CHOQUE.
           MOVE PAR-TURMA(CAN-DESTINO(K)) TO TURMA-CHOQUE.
           MOVE PAR-TURNO(CAN-DESTINO(K)) TO TURNO-CHOQUE.
           PERFORM VERIFICA-CHOQUE-HORARIO.
           IF OFICINA-CHOQUE NOT EQUAL SPACES THEN
               ADD 1 TO TOTAL-CHOQUES
               MOVE "CHOQUE OFICINA" TO RELATORIO-LINHA(49:14)
               MOVE OFICINA-CHOQUE TO RELATORIO-LINHA(64:5)
           END-IF.
           WRITE RELATORIO-LINHA.

       IMPRIME-SEM-VAGA.
           MOVE ALU-MATRICULA OF ALUNOS(CAN-ALUNO(K)) TO MATRICULA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING MATRICULA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(CAN-ALUNO(K)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PAR-TURMA(CAN-ORIGEM(K)) DELIMITED BY SIZE
                  " SEM VAGA NAS PARALELAS - FICA" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-FIXOS-AUSENTES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-FIXOS
               IF FIX-ACHADO(I) NOT EQUAL "S" THEN
                   MOVE FIX-MATRICULA(I) TO MATRICULA-EDIT
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "FIXADO FORA DAS TURMAS: " DELIMITED BY SIZE
                          MATRICULA-EDIT DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
               END-IF
           END-PERFORM.

       IMPRIME-RESUMO-TURMAS.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TURMA  CAPAC ANTES DEPOIS ENTRA  SAI  AEE ANT/DEP"
                   TO RELATORIO-LINHA.
           MOVE "IDADE ANT/DEP" TO RELATORIO-LINHA(52:13).
           WRITE RELATORIO-LINHA.
           PERFORM VARYING PA FROM 1 BY 1 UNTIL PA > TOTAL-PARALELAS
               MOVE SPACES TO RELATORIO-LINHA
               MOVE PAR-TURMA(PA) TO RELATORIO-LINHA(1:4)
               MOVE PAR-CAPACIDADE(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(8:4)
               MOVE PAR-ANTES(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(14:4)
               MOVE PAR-CARGA(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(20:4)
               MOVE PAR-ENTRADAS(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(27:4)
               MOVE PAR-SAIDAS(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(33:4)
               MOVE PAR-AEE-ANTES(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(40:4)
               MOVE "/" TO RELATORIO-LINHA(44:1)
               MOVE PAR-AEE(PA) TO QTDE-EDIT
               MOVE QTDE-EDIT TO RELATORIO-LINHA(45:4)
               MOVE 0 TO IDADE-MEDIA
               IF PAR-NASC-ANTES(PA) > 0 THEN
                   COMPUTE IDADE-MEDIA ROUNDED = PAR-DIAS-ANTES(PA) /
                           (PAR-NASC-ANTES(PA) * 365.25)
               END-IF
               MOVE IDADE-MEDIA TO IDADE-EDIT
               MOVE IDADE-EDIT TO RELATORIO-LINHA(54:4)
               MOVE "/" TO RELATORIO-LINHA(58:1)
               MOVE 0 TO IDADE-MEDIA
               IF PAR-NASC(PA) > 0 THEN
                   COMPUTE IDADE-MEDIA ROUNDED = PAR-DIAS(PA) /
                           (PAR-NASC(PA) * 365.25)
               END-IF
               MOVE IDADE-MEDIA TO IDADE-EDIT
               MOVE IDADE-EDIT TO RELATORIO-LINHA(59:4)
               WRITE RELATORIO-LINHA
           END-PERFORM.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-CANDIDATOS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ALUNOS ATIVOS NAS TURMAS: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-MOVIMENTOS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TRANSFERENCIAS PROPOSTAS: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-CHOQUES TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CHOQUES COM OFICINAS:     " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

      * Each move is tried again while another one makes room for
      * it: a turma that is full only until one of its students
      * leaves for a parallel turma.
       APLICA-BALANCEAMENTO.
           MOVE 1 TO APLICADAS-NA-PASSADA.
           PERFORM APLICA-PASSADA UNTIL APLICADAS-NA-PASSADA EQUAL 0.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-PROPOSTAS
               IF PRO-PENDENTE(K) THEN
                   MOVE "R" TO PRO-SITUACAO(K)
               END-IF
               EVALUATE TRUE
                   WHEN PRO-APLICADA(K)
                       ADD 1 TO TOTAL-APLICADAS
                   WHEN PRO-RECUSADA(K)
                       ADD 1 TO TOTAL-RECUSADAS
                   WHEN OTHER
                       ADD 1 TO TOTAL-IGNORADAS
               END-EVALUATE
               PERFORM IMPRIME-APLICACAO
           END-PERFORM.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-APLICADAS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TRANSFERIDOS:           " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-RECUSADAS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RECUSADOS:              " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-IGNORADAS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "FORA DA PROPOSTA:       " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-CHOQUES TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CHOQUES COM OFICINAS:   " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       APLICA-PASSADA.
           MOVE 0 TO APLICADAS-NA-PASSADA.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-PROPOSTAS
               IF PRO-PENDENTE(K) THEN
                   PERFORM APLICA-PROPOSTA
               END-IF
           END-PERFORM.

      * A student who left, was withdrawn or changed turma since the
      * simulation is left out of the proposal.
       APLICA-PROPOSTA.
           MOVE BAL-MATRICULA OF PROPOSTAS(K) TO MATRICULA-BUSCA.
           PERFORM BUSCA-ALUNO.
           EVALUATE TRUE
               WHEN RTN-ALUNO-ACHADO EQUAL 0
                   MOVE "I" TO PRO-SITUACAO(K)
                   MOVE "MATRICULA INEXISTENTE" TO PRO-STATUS(K)
               WHEN NOT ALU-ATIVO OF ALUNOS(RTN-ALUNO-ACHADO)
                   MOVE "I" TO PRO-SITUACAO(K)
                   MOVE "ALUNO INATIVO" TO PRO-STATUS(K)
               WHEN ALU-TURMA OF ALUNOS(RTN-ALUNO-ACHADO) EQUAL
                       BAL-TURMA-DESTINO OF PROPOSTAS(K)
                   MOVE "I" TO PRO-SITUACAO(K)
                   MOVE "JA NA TURMA" TO PRO-STATUS(K)
               WHEN ALU-TURMA OF ALUNOS(RTN-ALUNO-ACHADO) NOT EQUAL
                       BAL-TURMA-ORIGEM OF PROPOSTAS(K)
                   MOVE "I" TO PRO-SITUACAO(K)
                   MOVE "MUDOU DE TURMA" TO PRO-STATUS(K)
               WHEN OTHER
                   PERFORM TRANSFERE-PROPOSTA
           END-EVALUATE.

       TRANSFERE-PROPOSTA.
           MOVE BAL-TURMA-DESTINO OF PROPOSTAS(K) TO NOVA-TURMA.
           CALL "ALUNO-TRANSFERE" USING MATRICULA-BUSCA, NOVA-TURMA,
                   STATUS-TRANSFERE, TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           MOVE STATUS-TRANSFERE TO PRO-STATUS(K).
           IF STATUS-TRANSFERE EQUAL "OK" THEN
               MOVE "A" TO PRO-SITUACAO(K)
               MOVE "TRANSFERIDO" TO PRO-STATUS(K)
               ADD 1 TO APLICADAS-NA-PASSADA
               PERFORM GRAVA-ALUNO-MESTRE
               MOVE NOVA-TURMA TO TURMA-BUSCA
               PERFORM BUSCA-TURMA-CATALOGO
               MOVE SPACES TO TURNO-CHOQUE
               IF RTN-TURMA-ACHADA NOT EQUAL 0 THEN
                   MOVE TUR-TURNO OF TURMAS(RTN-TURMA-ACHADA)
                           TO TURNO-CHOQUE
               END-IF
               MOVE MATRICULA-BUSCA TO MATRICULA-CHOQUE
               MOVE NOVA-TURMA TO TURMA-CHOQUE
               PERFORM VERIFICA-CHOQUE-HORARIO
               MOVE OFICINA-CHOQUE TO PRO-OFICINA(K)
               IF OFICINA-CHOQUE NOT EQUAL SPACES THEN
                   ADD 1 TO TOTAL-CHOQUES
               END-IF
           ELSE
               IF STATUS-TRANSFERE NOT EQUAL "TURMA LOTADA" THEN
                   MOVE "R" TO PRO-SITUACAO(K)
               END-IF
           END-IF.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-ALUNO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS
                   OR RTN-ALUNO-ACHADO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA
                       THEN
                   MOVE I TO RTN-ALUNO-ACHADO
               END-IF
           END-PERFORM.

       IMPRIME-APLICACAO.
           MOVE BAL-MATRICULA OF PROPOSTAS(K) TO MATRICULA-BUSCA.
           PERFORM BUSCA-ALUNO.
           MOVE BAL-MATRICULA OF PROPOSTAS(K) TO MATRICULA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE MATRICULA-EDIT TO RELATORIO-LINHA(1:6).
           IF RTN-ALUNO-ACHADO NOT EQUAL 0 THEN
               MOVE ALU-NOME OF ALUNOS(RTN-ALUNO-ACHADO)
                       TO RELATORIO-LINHA(8:15)
           END-IF.
           MOVE BAL-TURMA-ORIGEM OF PROPOSTAS(K)
                   TO RELATORIO-LINHA(24:4).
           MOVE "->" TO RELATORIO-LINHA(29:2).
           MOVE BAL-TURMA-DESTINO OF PROPOSTAS(K)
                   TO RELATORIO-LINHA(32:4).
           MOVE PRO-STATUS(K) TO RELATORIO-LINHA(38:20).
           IF PRO-OFICINA(K) NOT EQUAL SPACES THEN
               MOVE "CHOQUE OFICINA" TO RELATORIO-LINHA(59:14)
               MOVE PRO-OFICINA(K) TO RELATORIO-LINHA(74:5)
           END-IF.
           WRITE RELATORIO-LINHA.

      * Periodo numbers repeat in every turno, so an oficina only
      * clashes with the turma's timetable in the same turno.
       VERIFICA-CHOQUE-HORARIO.
           MOVE SPACES TO OFICINA-CHOQUE.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-INSCRICOES
                   OR OFICINA-CHOQUE NOT EQUAL SPACES
               IF OFN-MATRICULA OF INSCRICOES(J) EQUAL
                       MATRICULA-CHOQUE AND
                       OFN-DATA-FIM OF INSCRICOES(J) EQUAL 0 THEN
                   PERFORM CONFRONTA-OFICINA
               END-IF
           END-PERFORM.

       CONFRONTA-OFICINA.
           PERFORM VARYING IX-OFICINAS FROM 1 BY 1
                   UNTIL IX-OFICINAS > TOTAL-OFICINAS-CAT
               IF OFI-CODIGO OF OFICINAS(IX-OFICINAS) EQUAL
                       OFN-OFICINA OF INSCRICOES(J) AND
                       OFI-TURNO OF OFICINAS(IX-OFICINAS) EQUAL
                       TURNO-CHOQUE THEN
                   PERFORM VARYING H FROM 1 BY 1
                           UNTIL H > TOTAL-HORARIOS
                       IF HOR-TURMA OF HORARIOS(H) EQUAL TURMA-CHOQUE
                               AND HOR-DIA OF HORARIOS(H) EQUAL
                               OFI-DIA OF OFICINAS(IX-OFICINAS)
                               AND HOR-PERIODO OF HORARIOS(H) EQUAL
                               OFI-PERIODO OF OFICINAS(IX-OFICINAS)
                               THEN
                           MOVE OFI-CODIGO OF OFICINAS(IX-OFICINAS)
                                   TO OFICINA-CHOQUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       IMPRIME-CABECALHO.
           IF EM-SIMULACAO THEN
               MOVE "BALANCEAMENTO DE TURMAS PARALELAS - SIMULACAO"
                       TO RELATORIO-LINHA
           ELSE
               MOVE "BALANCEAMENTO DE TURMAS PARALELAS - APLICACAO"
                       TO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           IF EM-SIMULACAO THEN
               PERFORM IMPRIME-PARAMETROS
           ELSE
               STRING DATA-PROPOSTA(7:2) "/" DATA-PROPOSTA(5:2) "/"
                      DATA-PROPOSTA(1:4) DELIMITED BY SIZE
                      INTO DATA-EDIT
               END-STRING
               MOVE SPACES TO RELATORIO-LINHA
               STRING "PROPOSTA SIMULADA EM " DELIMITED BY SIZE
                      DATA-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-PARAMETROS.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "TURMAS:" TO RELATORIO-LINHA(1:7).
           PERFORM VARYING PA FROM 1 BY 1 UNTIL PA > TOTAL-PARALELAS
               COMPUTE I = 4 + PA * 5
               MOVE PAR-TURMA(PA) TO RELATORIO-LINHA(I:4)
           END-PERFORM.
           MOVE PAR-UNIDADE(1) TO UNIDADE-EDIT.
           MOVE "SERIE" TO RELATORIO-LINHA(60:5).
           MOVE PAR-SERIE(1) TO RELATORIO-LINHA(66:2).
           MOVE "UNID." TO RELATORIO-LINHA(70:5).
           MOVE UNIDADE-EDIT TO RELATORIO-LINHA(76:2).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           EVALUATE TRUE
               WHEN IRMAOS-JUNTOS
                   MOVE "IRMAOS JUNTOS" TO RELATORIO-LINHA(1:17)
               WHEN IRMAOS-SEPARADOS
                   MOVE "IRMAOS SEPARADOS" TO RELATORIO-LINHA(1:17)
               WHEN OTHER
                   MOVE "IRMAOS LIVRES" TO RELATORIO-LINHA(1:17)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN AEE-DISTRIBUIDO
                   MOVE "AEE DISTRIBUIDO" TO RELATORIO-LINHA(19:15)
               WHEN AEE-MANTIDO
                   MOVE "AEE MANTIDO" TO RELATORIO-LINHA(19:15)
               WHEN OTHER
                   MOVE "AEE LIVRE" TO RELATORIO-LINHA(19:15)
           END-EVALUATE.
           IF EQUILIBRA-IDADE THEN
               MOVE "IDADE EQUILIBRADA" TO RELATORIO-LINHA(36:17)
           ELSE
               MOVE "SO QUANTIDADE" TO RELATORIO-LINHA(36:17)
           END-IF.
           MOVE TOTAL-FIXOS TO QTDE-EDIT.
           MOVE "FIXADOS" TO RELATORIO-LINHA(55:7).
           MOVE QTDE-EDIT TO RELATORIO-LINHA(63:4).
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "BALANCEAMENTO DE TURMAS PARALELAS - RESUMO".
           IF EM-SIMULACAO THEN
               DISPLAY "MODO ..................: SIMULACAO"
               DISPLAY "O MASTER NAO FOI ALTERADO"
               DISPLAY "TURMAS ................: " TOTAL-PARALELAS
               DISPLAY "ALUNOS ATIVOS .........: " TOTAL-CANDIDATOS
               DISPLAY "TRANSFERENCIAS ........: " TOTAL-MOVIMENTOS
               DISPLAY "SEM VAGA ..............: " TOTAL-SEM-VAGA
           ELSE
               DISPLAY "MODO ..................: APLICACAO"
               DISPLAY "TRANSFERIDOS ..........: " TOTAL-APLICADAS
               DISPLAY "RECUSADOS .............: " TOTAL-RECUSADAS
               DISPLAY "FORA DA PROPOSTA ......: " TOTAL-IGNORADAS
           END-IF.
           DISPLAY "CHOQUES COM OFICINAS ..: " TOTAL-CHOQUES.
