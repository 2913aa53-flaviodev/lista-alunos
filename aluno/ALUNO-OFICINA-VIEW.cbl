       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-OFICINA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-OFICINAS ASSIGN TO "OFICINA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-INSCRICOES ASSIGN TO "OFICINSC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HORARIOS ASSIGN TO "HORARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "OFICINA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OFICINAS.
       01  OFICINA-REC.
           COPY ALUOFIC.
       FD  ARQ-INSCRICOES.
       01  INSCRICAO-REC.
           COPY ALUOFINS.
       FD  ARQ-HORARIOS.
       01  HORARIO-REC.
           COPY ALUHORA.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 STATUS-OFICINA PIC X(25) VALUE " ".
       01 FIM-OFICINAS PIC X VALUE "N".
           88 FIM-DO-ARQ-OFICINAS VALUE "S".
       01 FIM-INSCRICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-INSCRICOES VALUE "S".
       01 FIM-HORARIOS PIC X VALUE "N".
           88 FIM-DO-ARQ-HORARIOS VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       COPY ALUOFICL.
       01 TOTAL-INSCRICOES PIC 9(4) VALUE 0.
       01 LISTA-INSCRICOES.
           05 INSCRICOES OCCURS 2000 TIMES.
               COPY ALUOFINS REPLACING ==05== BY ==10==.
       01 TOTAL-HORARIOS PIC 9(3) VALUE 0.
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       COPY ALUTURML.
       01 OFICINA-EDICAO.
           COPY ALUOFIC.
       01 INSCRICAO.
           COPY ALUOFINS.
       01 CODIGO-BUSCA PIC X(5) VALUE SPACES.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 TURNO-ALUNO PIC X(1) VALUE SPACES.
       01 RTN-CODIGO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-INSCRICAO-ACHADA PIC 9(4) VALUE 0.
       01 RTN-CONFLITO PIC 9(4) VALUE 0.
       01 TOTAL-OCUPADAS PIC 9(3) VALUE 0.
       01 TOTAL-LINHAS PIC 9(3) VALUE 0.
       01  LINHA-WS.
           05  LINHAS OCCURS 10 TIMES.
               10  LINHA-CODIGO           PIC X(5).
               10  FILLER                 PIC X(1).
               10  LINHA-DESCRICAO        PIC X(20).
               10  FILLER                 PIC X(1).
               10  LINHA-DIA              PIC 9(1).
               10  LINHA-TURNO            PIC X(1).
               10  LINHA-PERIODO          PIC 9(1).
               10  FILLER                 PIC X(1).
               10  LINHA-VAGAS            PIC 9(3).
       01 NOME-RELATORIO PIC X(12) VALUE "OFICINA.RPT".
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-OFICINA.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 NIVEL-OPERADOR PIC 9(1).
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "OFICINAS" BLANK SCREEN             LINE 1 COL 10.
           05  VALUE "(1) Cadastro de oficinas"          LINE 3 COL 10.
           05  VALUE "(2) Inscrever aluno"               LINE 4 COL 10.
           05  VALUE "(3) Encerrar inscricao"            LINE 5 COL 10.
           05  VALUE "(4) Lista de presenca"             LINE 6 COL 10.
           05  VALUE "(x) Voltar"                        LINE 7 COL 10.
           05  VALUE "OPCAO:"                            LINE 9 COL 10.
           05  OPCAO-INPUT                               LINE 9 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-OFICINA-WS                        LINE 11 COL 10
                        PIC X(25) FROM STATUS-OFICINA.

       01  BUSCA-SCREEN.
           05  VALUE "CADASTRO DE OFICINAS" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "CODIG DESCRICAO            DTP VAG"
                                                         LINE 3 COL 10.
           05  OFICINA1-IN                               LINE 4 COL 10
                PIC X(34)        FROM LINHAS(1).
           05  OFICINA2-IN                               LINE 5 COL 10
                PIC X(34)        FROM LINHAS(2).
           05  OFICINA3-IN                               LINE 6 COL 10
                PIC X(34)        FROM LINHAS(3).
           05  OFICINA4-IN                               LINE 7 COL 10
                PIC X(34)        FROM LINHAS(4).
           05  OFICINA5-IN                               LINE 8 COL 10
                PIC X(34)        FROM LINHAS(5).
           05  OFICINA6-IN                               LINE 9 COL 10
                PIC X(34)        FROM LINHAS(6).
           05  OFICINA7-IN                               LINE 10 COL 10
                PIC X(34)        FROM LINHAS(7).
           05  OFICINA8-IN                               LINE 11 COL 10
                PIC X(34)        FROM LINHAS(8).
           05  OFICINA9-IN                               LINE 12 COL 10
                PIC X(34)        FROM LINHAS(9).
           05  OFICINA10-IN                              LINE 13 COL 10
                PIC X(34)        FROM LINHAS(10).
           05  VALUE "Codigo (novo ou existente):"       LINE 15 COL 10.
           05  CODIGO-INPUT                              LINE 15 COL 40
                           PIC X(5) TO CODIGO-BUSCA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 16 COL 10.
           05  CANCELA-INPUT                             LINE 16 COL 40
                           PIC X TO CANCELADO AUTO.

       01  DETALHE-SCREEN.
           05  VALUE "CADASTRO DE OFICINAS" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Codigo:"                           LINE 3 COL 10.
           05  CODIGO-DETALHE-WS                         LINE 3 COL 40
                   PIC X(5) FROM OFI-CODIGO OF OFICINA-EDICAO.
           05  VALUE "Descricao:"                        LINE 4 COL 10.
           05  DESCRICAO-INPUT                           LINE 4 COL 40
                   PIC X(20) USING OFI-DESCRICAO OF OFICINA-EDICAO
                   AUTO.
           05  VALUE "Instrutor:"                        LINE 5 COL 10.
           05  INSTRUTOR-INPUT                           LINE 5 COL 40
                   PIC X(20) USING OFI-INSTRUTOR OF OFICINA-EDICAO
                   AUTO.
           05  VALUE "Dia da semana (1=seg a 6=sab):"    LINE 6 COL 10.
           05  DIA-INPUT                                 LINE 6 COL 40
                   PIC 9 USING OFI-DIA OF OFICINA-EDICAO AUTO.
           05  VALUE "Turno (M/T/N):"                    LINE 7 COL 10.
           05  TURNO-INPUT                               LINE 7 COL 40
                   PIC X USING OFI-TURNO OF OFICINA-EDICAO AUTO.
           05  VALUE "Periodo (1 a 6):"                  LINE 8 COL 10.
           05  PERIODO-INPUT                             LINE 8 COL 40
                   PIC 9 USING OFI-PERIODO OF OFICINA-EDICAO AUTO.
           05  VALUE "Vagas:"                            LINE 9 COL 10.
           05  VAGAS-INPUT                               LINE 9 COL 40
                   PIC 9(3) USING OFI-VAGAS OF OFICINA-EDICAO AUTO.
           05  VALUE "Mensalidade (0 = gratuita):"       LINE 10 COL 10.
           05  VALOR-INPUT                               LINE 10 COL 40
                   PIC 9(5)V99 USING OFI-VALOR OF OFICINA-EDICAO AUTO.

       01  INSCRICAO-SCREEN.
           05  VALUE "INSCRICAO EM OFICINA" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 40
                   PIC 9(6) TO OFN-MATRICULA OF INSCRICAO AUTO.
           05  VALUE "Oficina:"                          LINE 4 COL 10.
           05  OFICINA-INPUT                             LINE 4 COL 40
                   PIC X(5) TO OFN-OFICINA OF INSCRICAO AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 5 COL 10.
           05  CANCELA-INS-INPUT                         LINE 5 COL 40
                           PIC X TO CANCELADO AUTO.

       01  PRESENCA-SCREEN.
           05  VALUE "LISTA DE PRESENCA" BLANK SCREEN    LINE 1 COL 10.
           05  VALUE "Oficina:"                          LINE 3 COL 10.
           05  OFICINA-PRES-INPUT                        LINE 3 COL 30
                           PIC X(5) TO CODIGO-BUSCA AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, NIVEL-OPERADOR,
                    OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "OFICINAS EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-OFICINA.
       EXIT PROGRAM.

      * The whole session holds the reserved per-file lock, so the
      * catalog and the enrollments are loaded once and rewritten
      * together at the end without another desk in between.
       EXECUTA-MANUTENCAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-OFICINAS.
           PERFORM CARREGA-INSCRICOES.
           PERFORM CARREGA-HORARIOS.
           PERFORM CARREGA-TURMAS.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-OFICINA
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO STATUS-OFICINA
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM INSCREVE-ALUNO
                       MOVE ' ' TO OPCAO
                   WHEN '3'
                       PERFORM ENCERRA-INSCRICAO
                       MOVE ' ' TO OPCAO
                   WHEN '4'
                       PERFORM LISTA-PRESENCA
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-OFICINAS.
           PERFORM GRAVA-INSCRICOES.

       CARREGA-OFICINAS.
           MOVE "N" TO FIM-OFICINAS.
           MOVE 0 TO TOTAL-OFICINAS-CAT.
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
                   END-IF
           END-READ.

       GRAVA-OFICINAS.
           OPEN OUTPUT ARQ-OFICINAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-OFICINAS-CAT
               MOVE OFICINAS(I) TO OFICINA-REC
               WRITE OFICINA-REC
           END-PERFORM.
           CLOSE ARQ-OFICINAS.

       CARREGA-INSCRICOES.
           MOVE "N" TO FIM-INSCRICOES.
           MOVE 0 TO TOTAL-INSCRICOES.
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
                   END-IF
           END-READ.

       GRAVA-INSCRICOES.
           OPEN OUTPUT ARQ-INSCRICOES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-INSCRICOES
               MOVE INSCRICOES(I) TO INSCRICAO-REC
               WRITE INSCRICAO-REC
           END-PERFORM.
           CLOSE ARQ-INSCRICOES.

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

       MANTEM-OFICINA.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE " " TO CANCELADO.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               IF CODIGO-BUSCA EQUAL SPACES THEN
                   MOVE "CODIGO EM BRANCO" TO STATUS-OFICINA
               ELSE
                   PERFORM EDITA-OFICINA
               END-IF
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 10 OR I > TOTAL-OFICINAS-CAT
               MOVE OFI-CODIGO OF OFICINAS(I)    TO LINHA-CODIGO(I)
               MOVE OFI-DESCRICAO OF OFICINAS(I) TO LINHA-DESCRICAO(I)
               MOVE OFI-DIA OF OFICINAS(I)       TO LINHA-DIA(I)
               MOVE OFI-TURNO OF OFICINAS(I)     TO LINHA-TURNO(I)
               MOVE OFI-PERIODO OF OFICINAS(I)   TO LINHA-PERIODO(I)
               MOVE OFI-VAGAS OF OFICINAS(I)     TO LINHA-VAGAS(I)
           END-PERFORM.

      * Vacancies may not drop below the students already enrolled.
       EDITA-OFICINA.
           PERFORM BUSCA-OFICINA.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE OFICINAS(RTN-CODIGO-ACHADO) TO OFICINA-EDICAO
           ELSE
               MOVE SPACES TO OFICINA-EDICAO
               MOVE CODIGO-BUSCA TO OFI-CODIGO OF OFICINA-EDICAO
               MOVE 0 TO OFI-DIA OF OFICINA-EDICAO
               MOVE "T" TO OFI-TURNO OF OFICINA-EDICAO
               MOVE 0 TO OFI-PERIODO OF OFICINA-EDICAO
               MOVE 0 TO OFI-VAGAS OF OFICINA-EDICAO
               MOVE 0 TO OFI-VALOR OF OFICINA-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           PERFORM CONTA-OCUPADAS.
           IF OFI-DIA OF OFICINA-EDICAO < 1 OR
                   OFI-DIA OF OFICINA-EDICAO > 6 THEN
               MOVE "DIA INVALIDO" TO STATUS-OFICINA
           ELSE
           IF NOT OFI-TURNO-VALIDO OF OFICINA-EDICAO THEN
               MOVE "TURNO INVALIDO" TO STATUS-OFICINA
           ELSE
           IF OFI-PERIODO OF OFICINA-EDICAO < 1 OR
                   OFI-PERIODO OF OFICINA-EDICAO > 6 THEN
               MOVE "PERIODO INVALIDO" TO STATUS-OFICINA
           ELSE
           IF OFI-VAGAS OF OFICINA-EDICAO EQUAL 0 OR
                   OFI-VAGAS OF OFICINA-EDICAO < TOTAL-OCUPADAS THEN
               MOVE "VAGAS INVALIDAS" TO STATUS-OFICINA
           ELSE
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE OFICINA-EDICAO TO OFICINAS(RTN-CODIGO-ACHADO)
               MOVE "ATUALIZADO" TO STATUS-OFICINA
           ELSE
               IF TOTAL-OFICINAS-CAT >= OFI-MAX-OFICINAS THEN
                   MOVE "CADASTRO CHEIO" TO STATUS-OFICINA
               ELSE
                   ADD 1 TO TOTAL-OFICINAS-CAT
                   MOVE OFICINA-EDICAO TO OFICINAS(TOTAL-OFICINAS-CAT)
                   MOVE "INCLUIDO" TO STATUS-OFICINA
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       BUSCA-OFICINA.
           MOVE 0 TO RTN-CODIGO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-OFICINAS-CAT
                   OR RTN-CODIGO-ACHADO NOT EQUAL 0
               IF OFI-CODIGO OF OFICINAS(I) EQUAL CODIGO-BUSCA THEN
                   MOVE I TO RTN-CODIGO-ACHADO
               END-IF
           END-PERFORM.

       CONTA-OCUPADAS.
           MOVE 0 TO TOTAL-OCUPADAS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-INSCRICOES
               IF OFN-OFICINA OF INSCRICOES(J) EQUAL CODIGO-BUSCA AND
                       OFN-DATA-FIM OF INSCRICOES(J) EQUAL 0 THEN
                   ADD 1 TO TOTAL-OCUPADAS
               END-IF
           END-PERFORM.

      * An active student takes a vacancy of the oficina unless the
      * oficina meets while the student's turma has class or while
      * another oficina of the student meets.
       INSCREVE-ALUNO.
           MOVE SPACES TO INSCRICAO.
           MOVE 0 TO OFN-MATRICULA OF INSCRICAO.
           MOVE " " TO CANCELADO.
           DISPLAY INSCRICAO-SCREEN.
           ACCEPT INSCRICAO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE OFN-MATRICULA OF INSCRICAO TO MATRICULA-BUSCA
               MOVE OFN-OFICINA OF INSCRICAO TO CODIGO-BUSCA
               PERFORM BUSCA-ALUNO
               PERFORM BUSCA-OFICINA
               PERFORM BUSCA-INSCRICAO-ABERTA
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-OFICINA
               ELSE
               IF NOT ALU-ATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
                   MOVE "ALUNO INATIVO" TO STATUS-OFICINA
               ELSE
               IF RTN-CODIGO-ACHADO EQUAL 0 THEN
                   MOVE "OFICINA NAO CADASTRADA" TO STATUS-OFICINA
               ELSE
               IF RTN-INSCRICAO-ACHADA NOT EQUAL 0 THEN
                   MOVE "ALUNO JA INSCRITO" TO STATUS-OFICINA
               ELSE
                   PERFORM CONTA-OCUPADAS
                   IF TOTAL-OCUPADAS >=
                           OFI-VAGAS OF OFICINAS(RTN-CODIGO-ACHADO)
                           THEN
                       MOVE "OFICINA SEM VAGAS" TO STATUS-OFICINA
                   ELSE
                       PERFORM VERIFICA-CONFLITO-AULA
                       IF RTN-CONFLITO NOT EQUAL 0 THEN
                           MOVE "CONFLITO COM AULA" TO STATUS-OFICINA
                       ELSE
                           PERFORM VERIFICA-CONFLITO-OFICINA
                           IF RTN-CONFLITO NOT EQUAL 0 THEN
                               MOVE "CONFLITO COM OFICINA"
                                       TO STATUS-OFICINA
                           ELSE
                               PERFORM GRAVA-INSCRICAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS
                   OR RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

       BUSCA-INSCRICAO-ABERTA.
           MOVE 0 TO RTN-INSCRICAO-ACHADA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-INSCRICOES
                   OR RTN-INSCRICAO-ACHADA NOT EQUAL 0
               IF OFN-MATRICULA OF INSCRICOES(J) EQUAL MATRICULA-BUSCA
                       AND OFN-OFICINA OF INSCRICOES(J) EQUAL
                               CODIGO-BUSCA
                       AND OFN-DATA-FIM OF INSCRICOES(J) EQUAL 0 THEN
                   MOVE J TO RTN-INSCRICAO-ACHADA
               END-IF
           END-PERFORM.

      * Periodo numbers repeat in every turno, so the oficina only
      * clashes with the turma's timetable when both are in the
      * same turno.
       VERIFICA-CONFLITO-AULA.
           MOVE 0 TO RTN-CONFLITO.
           MOVE SPACES TO TURNO-ALUNO.
           PERFORM VARYING IX-TURMAS FROM 1 BY 1
                   UNTIL IX-TURMAS > TOTAL-TURMAS-CAT
               IF TUR-CODIGO OF TURMAS(IX-TURMAS) EQUAL
                       ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
                   MOVE TUR-TURNO OF TURMAS(IX-TURMAS) TO TURNO-ALUNO
               END-IF
           END-PERFORM.
           IF TURNO-ALUNO EQUAL OFI-TURNO OF OFICINAS(RTN-CODIGO-ACHADO)
                   THEN
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > TOTAL-HORARIOS
                       OR RTN-CONFLITO NOT EQUAL 0
                   IF HOR-TURMA OF HORARIOS(J) EQUAL
                           ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                           AND HOR-DIA OF HORARIOS(J) EQUAL
                               OFI-DIA OF OFICINAS(RTN-CODIGO-ACHADO)
                           AND HOR-PERIODO OF HORARIOS(J) EQUAL
                               OFI-PERIODO OF
                                       OFICINAS(RTN-CODIGO-ACHADO)
                           THEN
                       MOVE J TO RTN-CONFLITO
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICA-CONFLITO-OFICINA.
           MOVE 0 TO RTN-CONFLITO.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-INSCRICOES
                   OR RTN-CONFLITO NOT EQUAL 0
               IF OFN-MATRICULA OF INSCRICOES(J) EQUAL MATRICULA-BUSCA
                       AND OFN-DATA-FIM OF INSCRICOES(J) EQUAL 0 THEN
                   PERFORM VARYING IX-OFICINAS FROM 1 BY 1
                           UNTIL IX-OFICINAS > TOTAL-OFICINAS-CAT
                       IF OFI-CODIGO OF OFICINAS(IX-OFICINAS) EQUAL
                               OFN-OFICINA OF INSCRICOES(J) AND
                               OFI-DIA OF OFICINAS(IX-OFICINAS) EQUAL
                               OFI-DIA OF OFICINAS(RTN-CODIGO-ACHADO)
                               AND OFI-TURNO OF OFICINAS(IX-OFICINAS)
                               EQUAL OFI-TURNO OF
                                       OFICINAS(RTN-CODIGO-ACHADO)
                               AND OFI-PERIODO OF
                                       OFICINAS(IX-OFICINAS) EQUAL
                               OFI-PERIODO OF
                                       OFICINAS(RTN-CODIGO-ACHADO)
                               THEN
                           MOVE J TO RTN-CONFLITO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       GRAVA-INSCRICAO.
           IF TOTAL-INSCRICOES >= 2000 THEN
               MOVE "INSCRICOES CHEIAS" TO STATUS-OFICINA
           ELSE
               MOVE DATA-HOJE TO OFN-DATA-INICIO OF INSCRICAO
               MOVE 0 TO OFN-DATA-FIM OF INSCRICAO
               MOVE OPERADOR-ID TO OFN-OPERADOR OF INSCRICAO
               MOVE 0 TO OFN-MES-COBRANCA OF INSCRICAO
               ADD 1 TO TOTAL-INSCRICOES
               MOVE INSCRICAO TO INSCRICOES(TOTAL-INSCRICOES)
               MOVE "ALUNO INSCRITO" TO STATUS-OFICINA
           END-IF.

      * Closing on the day the enrollment was made undoes it, so a
      * student signed up by mistake is never billed; once a fee of it
      * is on a mensalidade it is only closed.
       ENCERRA-INSCRICAO.
           MOVE SPACES TO INSCRICAO.
           MOVE 0 TO OFN-MATRICULA OF INSCRICAO.
           MOVE " " TO CANCELADO.
           DISPLAY INSCRICAO-SCREEN.
           ACCEPT INSCRICAO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE OFN-MATRICULA OF INSCRICAO TO MATRICULA-BUSCA
               MOVE OFN-OFICINA OF INSCRICAO TO CODIGO-BUSCA
               PERFORM BUSCA-INSCRICAO-ABERTA
               IF RTN-INSCRICAO-ACHADA EQUAL 0 THEN
                   MOVE "INSCRICAO NAO ENCONTRADA" TO STATUS-OFICINA
               ELSE
               IF OFN-DATA-INICIO OF INSCRICOES(RTN-INSCRICAO-ACHADA)
                       EQUAL DATA-HOJE AND OFN-MES-COBRANCA OF
                       INSCRICOES(RTN-INSCRICAO-ACHADA) EQUAL 0 THEN
                   PERFORM VARYING J FROM RTN-INSCRICAO-ACHADA BY 1
                           UNTIL J >= TOTAL-INSCRICOES
                       MOVE INSCRICOES(J + 1) TO INSCRICOES(J)
                   END-PERFORM
                   SUBTRACT 1 FROM TOTAL-INSCRICOES
                   MOVE "INSCRICAO DESFEITA" TO STATUS-OFICINA
               ELSE
                   MOVE DATA-HOJE TO
                       OFN-DATA-FIM OF INSCRICOES(RTN-INSCRICAO-ACHADA)
                   MOVE "INSCRICAO ENCERRADA" TO STATUS-OFICINA
               END-IF
               END-IF
           END-IF.

      * Attendance sheet of the students currently enrolled, with
      * boxes for the instructor to mark four meetings.
       LISTA-PRESENCA.
           MOVE SPACES TO CODIGO-BUSCA.
           DISPLAY PRESENCA-SCREEN.
           ACCEPT PRESENCA-SCREEN.
           PERFORM BUSCA-OFICINA.
           IF RTN-CODIGO-ACHADO EQUAL 0 THEN
               MOVE "OFICINA NAO CADASTRADA" TO STATUS-OFICINA
           ELSE
               MOVE 0 TO TOTAL-LINHAS
               OPEN OUTPUT ARQ-RELATORIO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "LISTA DE PRESENCA - OFICINA " DELIMITED BY SIZE
                      CODIGO-BUSCA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFI-DESCRICAO OF OFICINAS(RTN-CODIGO-ACHADO)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "INSTRUTOR: " DELIMITED BY SIZE
                      OFI-INSTRUTOR OF OFICINAS(RTN-CODIGO-ACHADO)
                              DELIMITED BY SIZE
                      "  DIA " DELIMITED BY SIZE
                      OFI-DIA OF OFICINAS(RTN-CODIGO-ACHADO)
                              DELIMITED BY SIZE
                      " TURNO " DELIMITED BY SIZE
                      OFI-TURNO OF OFICINAS(RTN-CODIGO-ACHADO)
                              DELIMITED BY SIZE
                      " PERIODO " DELIMITED BY SIZE
                      OFI-PERIODO OF OFICINAS(RTN-CODIGO-ACHADO)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "----------------------------------------" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               MOVE "MATRIC NOME" TO RELATORIO-LINHA(1:11)
               MOVE "TURMA" TO RELATORIO-LINHA(41:5)
               MOVE "PRESENCA" TO RELATORIO-LINHA(47:8)
               WRITE RELATORIO-LINHA
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-INSCRICOES
                   IF OFN-OFICINA OF INSCRICOES(J) EQUAL CODIGO-BUSCA
                           AND OFN-DATA-FIM OF INSCRICOES(J) EQUAL 0
                           THEN
                       PERFORM IMPRIME-INSCRITO
                   END-IF
               END-PERFORM
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "INSCRITOS: " DELIMITED BY SIZE
                      TOTAL-LINHAS DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      OFI-VAGAS OF OFICINAS(RTN-CODIGO-ACHADO)
                              DELIMITED BY SIZE
                      " VAGAS" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               CLOSE ARQ-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               MOVE "GRAVADO EM OFICINA.RPT" TO STATUS-OFICINA
           END-IF.

       IMPRIME-INSCRITO.
           MOVE OFN-MATRICULA OF INSCRICOES(J) TO MATRICULA-BUSCA.
           PERFORM BUSCA-ALUNO.
           ADD 1 TO TOTAL-LINHAS.
           MOVE SPACES TO RELATORIO-LINHA.
           IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
               STRING MATRICULA-BUSCA DELIMITED BY SIZE
                      " (MATRICULA NAO ENCONTRADA)" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           ELSE
               STRING MATRICULA-BUSCA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                              DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           END-IF.
           MOVE "[ ] [ ] [ ] [ ]" TO RELATORIO-LINHA(47:15).
           WRITE RELATORIO-LINHA.
