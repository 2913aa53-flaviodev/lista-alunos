       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-TRANSPORTE-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ROTAS ASSIGN TO "ROTA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TRANSPORTE ASSIGN TO "TRANSPOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-REVISAO ASSIGN TO "TRANSREV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SAUDE ASSIGN TO "SAUDE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUTORIZADOS ASSIGN TO "AUTORIZA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "TRANSP.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ROTAS.
       01  ROTA-REC.
           COPY ALUROTA.
       FD  ARQ-TRANSPORTE.
       01  TRANSPORTE-REC.
           COPY ALUTRANS.
       FD  ARQ-REVISAO.
       01  REVISAO-REC.
           COPY ALUTRREV.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-SAUDE.
       01  SAUDE-REC.
           COPY ALUSAUDE.
       FD  ARQ-AUTORIZADOS.
       01  AUTORIZADO-REC.
           COPY ALUAUTBU.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 K PIC 9(4) VALUE 1.
       01 P PIC 9(2) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 REMOVER PIC X VALUE " ".
       01 STATUS-TRANSPORTE PIC X(25) VALUE " ".
       01 FIM-ROTAS PIC X VALUE "N".
           88 FIM-DO-ARQ-ROTAS VALUE "S".
       01 FIM-TRANSPORTE PIC X VALUE "N".
           88 FIM-DO-ARQ-TRANSPORTE VALUE "S".
       01 FIM-REVISAO PIC X VALUE "N".
           88 FIM-DO-ARQ-REVISAO VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 FIM-SAUDE PIC X VALUE "N".
           88 FIM-DO-ARQ-SAUDE VALUE "S".
       01 FIM-AUTORIZADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-AUTORIZADOS VALUE "S".
       COPY ALUROTAL.
       COPY ALUTURML.
       01 TOTAL-PASSAGEIROS PIC 9(4) VALUE 0.
       01 LISTA-PASSAGEIROS.
           05 PASSAGEIROS OCCURS 1000 TIMES.
               COPY ALUTRANS REPLACING ==05== BY ==10==.
      * Latest review notice still pending for each rider, kept side
      * by side with LISTA-PASSAGEIROS (spaces = nothing pending).
       01 LISTA-PENDENCIAS.
           05 PENDENCIAS OCCURS 1000 TIMES.
               10 PEN-MOTIVO PIC X(15).
               10 PEN-TURMA-ANTERIOR PIC X(4).
               10 PEN-TURMA-NOVA PIC X(4).
       01 TOTAL-SAUDES PIC 9(3) VALUE 0.
       01 LISTA-SAUDES.
           05 SAUDES OCCURS 500 TIMES.
               COPY ALUSAUDE REPLACING ==05== BY ==10==.
       01 TOTAL-AUTORIZADOS PIC 9(4) VALUE 0.
       01 LISTA-AUTORIZADOS.
           05 AUTORIZADOS OCCURS 3000 TIMES.
               COPY ALUAUTBU REPLACING ==05== BY ==10==.
       01 ROTA-EDICAO.
           COPY ALUROTA.
       01 PASSAGEIRO-EDICAO.
           COPY ALUTRANS.
       01 CODIGO-BUSCA PIC X(4) VALUE SPACES.
       01 TURNO-BUSCA PIC X(1) VALUE SPACES.
       01 TURMA-BUSCA PIC X(4) VALUE SPACES.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 TURMA-ALUNO PIC X(4) VALUE SPACES.
       01 TURNO-ALUNO PIC X(1) VALUE SPACES.
       01 TURNO-ACHADO PIC X(1) VALUE SPACES.
       01 MOTIVO-PENDENTE PIC X(15) VALUE SPACES.
       01 MOTIVO-REVISAR PIC X(15) VALUE SPACES.
       01 DETALHE-REVISAR PIC X(20) VALUE SPACES.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 MOMENTO-AGORA.
           05 MOMENTO-DATA PIC 9(8).
           05 MOMENTO-HORA PIC 9(8).
       01 RTN-ROTA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-PASSAGEIRO-ACHADO PIC 9(4) VALUE 0.
       01 RTN-ALUNO-PASSAGEIRO PIC 9(3) VALUE 0.
       01 RTN-SAUDE-ACHADA PIC 9(3) VALUE 0.
       01 RTN-HORA-OK PIC 9(1) VALUE 0.
       01 RTN-PARADA-EM-USO PIC 9(1) VALUE 0.
       01 HORA-VALIDACAO PIC 9(4) VALUE 0.
       01 HORA-VALIDACAO-R REDEFINES HORA-VALIDACAO.
           05 HORA-HH PIC 9(2).
           05 HORA-MM PIC 9(2).
       01 OCUPACAO-IDA PIC 9(3) VALUE 0.
       01 OCUPACAO-VOLTA PIC 9(3) VALUE 0.
       01 TOTAL-NA-ROTA PIC 9(4) VALUE 0.
       01 TOTAL-ROTAS-IMPRESSAS PIC 9(2) VALUE 0.
       01 TOTAL-REVISAR PIC 9(4) VALUE 0.
       01 TOTAL-AUTORIZADOS-ALUNO PIC 9(2) VALUE 0.
       01 SENTIDO-DESCRICAO PIC X(5) VALUE SPACES.
       01  LINHA-WS.
           05  LINHAS OCCURS 10 TIMES.
               10  LINHA-CODIGO           PIC X(4).
               10  FILLER                 PIC X(1).
               10  LINHA-MOTORISTA        PIC X(30).
               10  FILLER                 PIC X(1).
               10  LINHA-VEICULO          PIC X(8).
               10  FILLER                 PIC X(1).
               10  LINHA-TURNO            PIC X(1).
               10  FILLER                 PIC X(1).
               10  LINHA-CAPACIDADE       PIC 9(3).
       01 NOME-RELATORIO PIC X(12) VALUE "TRANSP.RPT".
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-TRANSPORTE.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 NIVEL-OPERADOR PIC 9(1).
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "TRANSPORTE ESCOLAR" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "(1) Cadastro de rotas"             LINE 3 COL 10.
           05  VALUE "(2) Passageiro"                    LINE 4 COL 10.
           05  VALUE "(3) Manifesto por rota e turno"    LINE 5 COL 10.
           05  VALUE "(4) Passageiros a revisar"         LINE 6 COL 10.
           05  VALUE "(x) Voltar"                        LINE 7 COL 10.
           05  VALUE "OPCAO:"                            LINE 9 COL 10.
           05  OPCAO-INPUT                               LINE 9 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-TRANSPORTE-WS                     LINE 11 COL 10
                        PIC X(25) FROM STATUS-TRANSPORTE.

       01  BUSCA-SCREEN.
           05  VALUE "CADASTRO DE ROTAS" BLANK SCREEN    LINE 1 COL 10.
           05  VALUE
               "ROTA MOTORISTA                      VEICULO  T CAP"
                                                         LINE 3 COL 10.
           05  ROTA1-IN                                  LINE 4 COL 10
                PIC X(50)        FROM LINHAS(1).
           05  ROTA2-IN                                  LINE 5 COL 10
                PIC X(50)        FROM LINHAS(2).
           05  ROTA3-IN                                  LINE 6 COL 10
                PIC X(50)        FROM LINHAS(3).
           05  ROTA4-IN                                  LINE 7 COL 10
                PIC X(50)        FROM LINHAS(4).
           05  ROTA5-IN                                  LINE 8 COL 10
                PIC X(50)        FROM LINHAS(5).
           05  ROTA6-IN                                  LINE 9 COL 10
                PIC X(50)        FROM LINHAS(6).
           05  ROTA7-IN                                  LINE 10 COL 10
                PIC X(50)        FROM LINHAS(7).
           05  ROTA8-IN                                  LINE 11 COL 10
                PIC X(50)        FROM LINHAS(8).
           05  ROTA9-IN                                  LINE 12 COL 10
                PIC X(50)        FROM LINHAS(9).
           05  ROTA10-IN                                 LINE 13 COL 10
                PIC X(50)        FROM LINHAS(10).
           05  VALUE "Codigo (novo ou existente):"       LINE 15 COL 10.
           05  CODIGO-INPUT                              LINE 15 COL 40
                           PIC X(4) TO CODIGO-BUSCA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 16 COL 10.
           05  CANCELA-INPUT                             LINE 16 COL 40
                           PIC X TO CANCELADO AUTO.

       01  DETALHE-SCREEN.
           05  VALUE "CADASTRO DE ROTAS" BLANK SCREEN    LINE 1 COL 10.
           05  VALUE "Codigo:"                           LINE 3 COL 10.
           05  CODIGO-DETALHE-WS                         LINE 3 COL 40
                   PIC X(4) FROM ROT-CODIGO OF ROTA-EDICAO.
           05  VALUE "Motorista:"                        LINE 4 COL 10.
           05  MOTORISTA-INPUT                           LINE 4 COL 40
                   PIC X(30) USING ROT-MOTORISTA OF ROTA-EDICAO AUTO.
           05  VALUE "Veiculo (placa):"                  LINE 5 COL 10.
           05  VEICULO-INPUT                             LINE 5 COL 40
                   PIC X(8) USING ROT-VEICULO OF ROTA-EDICAO AUTO.
           05  VALUE "Lugares:"                          LINE 6 COL 10.
           05  CAPACIDADE-INPUT                          LINE 6 COL 40
                   PIC 9(3) USING ROT-CAPACIDADE OF ROTA-EDICAO AUTO.
           05  VALUE "Turno (M/T/N):"                    LINE 7 COL 10.
           05  TURNO-INPUT                               LINE 7 COL 40
                   PIC X USING ROT-TURNO OF ROTA-EDICAO AUTO.
           05  VALUE "Parada 1:"                         LINE 9 COL 10.
           05  PARADA1-INPUT                             LINE 9 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(1) AUTO.
           05  VALUE "Parada 2:"                         LINE 10 COL 10.
           05  PARADA2-INPUT                             LINE 10 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(2) AUTO.
           05  VALUE "Parada 3:"                         LINE 11 COL 10.
           05  PARADA3-INPUT                             LINE 11 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(3) AUTO.
           05  VALUE "Parada 4:"                         LINE 12 COL 10.
           05  PARADA4-INPUT                             LINE 12 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(4) AUTO.
           05  VALUE "Parada 5:"                         LINE 13 COL 10.
           05  PARADA5-INPUT                             LINE 13 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(5) AUTO.
           05  VALUE "Parada 6:"                         LINE 14 COL 10.
           05  PARADA6-INPUT                             LINE 14 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(6) AUTO.
           05  VALUE "Parada 7:"                         LINE 15 COL 10.
           05  PARADA7-INPUT                             LINE 15 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(7) AUTO.
           05  VALUE "Parada 8:"                         LINE 16 COL 10.
           05  PARADA8-INPUT                             LINE 16 COL 40
                   PIC X(25) USING ROT-PARADA OF ROTA-EDICAO(8) AUTO.

       01  PASSAGEIRO-SCREEN.
           05  VALUE "PASSAGEIRO DO TRANSPORTE" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 40
                           PIC 9(6) TO MATRICULA-BUSCA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 4 COL 10.
           05  CANCELA-PAS-INPUT                         LINE 4 COL 40
                           PIC X TO CANCELADO AUTO.

       01  PASSAGEIRO-DETALHE-SCREEN.
           05  VALUE "PASSAGEIRO DO TRANSPORTE" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Aluno:"                            LINE 3 COL 10.
           05  MATRICULA-DET-WS                          LINE 3 COL 20
                           PIC 9(6) FROM MATRICULA-BUSCA.
           05  NOME-DET-WS                               LINE 3 COL 27
                           PIC X(31) FROM NOME-ALUNO.
           05  VALUE "Turma:"                            LINE 4 COL 10.
           05  TURMA-DET-WS                              LINE 4 COL 20
                           PIC X(4) FROM TURMA-ALUNO.
           05  VALUE "Turno:"                            LINE 4 COL 27.
           05  TURNO-DET-WS                              LINE 4 COL 34
                           PIC X FROM TURNO-ALUNO.
           05  PENDENTE-DET-WS                           LINE 5 COL 10
                           PIC X(15) FROM MOTIVO-PENDENTE HIGHLIGHT.
           05  VALUE "Rota:"                             LINE 7 COL 10.
           05  ROTA-PAS-INPUT                            LINE 7 COL 40
                   PIC X(4) USING TRA-ROTA OF PASSAGEIRO-EDICAO AUTO.
           05  VALUE "Parada (1-8):"                     LINE 8 COL 10.
           05  PARADA-PAS-INPUT                          LINE 8 COL 40
                   PIC 9 USING TRA-PARADA OF PASSAGEIRO-EDICAO AUTO.
           05  VALUE "Horario (HHMM):"                   LINE 9 COL 10.
           05  HORARIO-PAS-INPUT                         LINE 9 COL 40
                   PIC 9(4) USING TRA-HORARIO OF PASSAGEIRO-EDICAO
                   AUTO.
           05  VALUE "Sentido (I/V/A):"                  LINE 10 COL 10.
           05  SENTIDO-PAS-INPUT                         LINE 10 COL 40
                   PIC X USING TRA-SENTIDO OF PASSAGEIRO-EDICAO AUTO.
           05  VALUE "I=ida V=volta A=ida e volta"       LINE 11 COL 10.
           05  VALUE "Remover do transporte (S/N):"      LINE 13 COL 10.
           05  REMOVER-INPUT                             LINE 13 COL 40
                           PIC X TO REMOVER AUTO.

       01  MANIFESTO-SCREEN.
           05  VALUE "MANIFESTO DO TRANSPORTE" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Rota (branco = todas):"            LINE 3 COL 10.
           05  ROTA-MAN-INPUT                            LINE 3 COL 40
                           PIC X(4) TO CODIGO-BUSCA AUTO.
           05  VALUE "Turno (branco = todos):"           LINE 4 COL 10.
           05  TURNO-MAN-INPUT                           LINE 4 COL 40
                           PIC X TO TURNO-BUSCA AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, NIVEL-OPERADOR,
                    OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "TRANSPORTE EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-TRANSPORTE.
       EXIT PROGRAM.

      * The whole session holds the reserved per-file lock, so the
      * routes and the riders are loaded once and rewritten together
      * at the end without another desk in between.  The review
      * notices are only read here; ALUNO-TRANSPORTE-AVISO appends
      * them from the withdrawal, transfer and promotion programs.
       EXECUTA-MANUTENCAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-ROTAS.
           PERFORM CARREGA-PASSAGEIROS.
           PERFORM CARREGA-REVISOES.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-SAUDE.
           PERFORM CARREGA-AUTORIZADOS.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-ROTA
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO STATUS-TRANSPORTE
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM MANTEM-PASSAGEIRO
                       MOVE ' ' TO OPCAO
                   WHEN '3'
                       PERFORM MANIFESTO
                       MOVE ' ' TO OPCAO
                   WHEN '4'
                       PERFORM RELATORIO-REVISAO
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-ROTAS.
           PERFORM GRAVA-PASSAGEIROS.

       CARREGA-ROTAS.
           MOVE "N" TO FIM-ROTAS.
           MOVE 0 TO TOTAL-ROTAS-CAT.
           OPEN INPUT ARQ-ROTAS.
           PERFORM LE-ROTA UNTIL FIM-DO-ARQ-ROTAS.
           CLOSE ARQ-ROTAS.

       LE-ROTA.
           READ ARQ-ROTAS
               AT END
                   MOVE "S" TO FIM-ROTAS
               NOT AT END
                   IF TOTAL-ROTAS-CAT < ROT-MAX-ROTAS THEN
                       ADD 1 TO TOTAL-ROTAS-CAT
                       MOVE ROTA-REC TO ROTAS(TOTAL-ROTAS-CAT)
                   END-IF
           END-READ.

       GRAVA-ROTAS.
           OPEN OUTPUT ARQ-ROTAS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ROTAS-CAT
               MOVE ROTAS(I) TO ROTA-REC
               WRITE ROTA-REC
           END-PERFORM.
           CLOSE ARQ-ROTAS.

       CARREGA-PASSAGEIROS.
           MOVE "N" TO FIM-TRANSPORTE.
           MOVE 0 TO TOTAL-PASSAGEIROS.
           MOVE SPACES TO LISTA-PENDENCIAS.
           OPEN INPUT ARQ-TRANSPORTE.
           PERFORM LE-PASSAGEIRO UNTIL FIM-DO-ARQ-TRANSPORTE.
           CLOSE ARQ-TRANSPORTE.

       LE-PASSAGEIRO.
           READ ARQ-TRANSPORTE
               AT END
                   MOVE "S" TO FIM-TRANSPORTE
               NOT AT END
                   IF TOTAL-PASSAGEIROS < 1000 THEN
                       ADD 1 TO TOTAL-PASSAGEIROS
                       MOVE TRANSPORTE-REC
                               TO PASSAGEIROS(TOTAL-PASSAGEIROS)
                   END-IF
           END-READ.

       GRAVA-PASSAGEIROS.
           OPEN OUTPUT ARQ-TRANSPORTE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-PASSAGEIROS
               MOVE PASSAGEIROS(I) TO TRANSPORTE-REC
               WRITE TRANSPORTE-REC
           END-PERFORM.
           CLOSE ARQ-TRANSPORTE.

      * A notice recorded after the rider was last placed or
      * confirmed leaves the rider pending; the notices are appended
      * in time order, so the last one read is the latest.
       CARREGA-REVISOES.
           MOVE "N" TO FIM-REVISAO.
           OPEN INPUT ARQ-REVISAO.
           PERFORM LE-REVISAO UNTIL FIM-DO-ARQ-REVISAO.
           CLOSE ARQ-REVISAO.

       LE-REVISAO.
           READ ARQ-REVISAO
               AT END
                   MOVE "S" TO FIM-REVISAO
               NOT AT END
                   MOVE TRR-MATRICULA TO MATRICULA-BUSCA
                   PERFORM BUSCA-PASSAGEIRO
                   IF RTN-PASSAGEIRO-ACHADO NOT EQUAL 0 THEN
                       IF TRR-MOMENTO > TRA-REVISADO-EM OF
                               PASSAGEIROS(RTN-PASSAGEIRO-ACHADO) THEN
                           MOVE TRR-MOTIVO TO
                               PEN-MOTIVO(RTN-PASSAGEIRO-ACHADO)
                           MOVE TRR-TURMA-ANTERIOR TO
                               PEN-TURMA-ANTERIOR(RTN-PASSAGEIRO-ACHADO)
                           MOVE TRR-TURMA-NOVA TO
                               PEN-TURMA-NOVA(RTN-PASSAGEIRO-ACHADO)
                       END-IF
                   END-IF
           END-READ.

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
                   END-IF
           END-READ.

       CARREGA-SAUDE.
           MOVE "N" TO FIM-SAUDE.
           MOVE 0 TO TOTAL-SAUDES.
           OPEN INPUT ARQ-SAUDE.
           PERFORM LE-SAUDE UNTIL FIM-DO-ARQ-SAUDE.
           CLOSE ARQ-SAUDE.

       LE-SAUDE.
           READ ARQ-SAUDE
               AT END
                   MOVE "S" TO FIM-SAUDE
               NOT AT END
                   IF TOTAL-SAUDES < 500 THEN
                       ADD 1 TO TOTAL-SAUDES
                       MOVE SAUDE-REC TO SAUDES(TOTAL-SAUDES)
                   END-IF
           END-READ.

       CARREGA-AUTORIZADOS.
           MOVE "N" TO FIM-AUTORIZADOS.
           MOVE 0 TO TOTAL-AUTORIZADOS.
           OPEN INPUT ARQ-AUTORIZADOS.
           PERFORM LE-AUTORIZADO UNTIL FIM-DO-ARQ-AUTORIZADOS.
           CLOSE ARQ-AUTORIZADOS.

       LE-AUTORIZADO.
           READ ARQ-AUTORIZADOS
               AT END
                   MOVE "S" TO FIM-AUTORIZADOS
               NOT AT END
                   IF TOTAL-AUTORIZADOS < 3000 THEN
                       ADD 1 TO TOTAL-AUTORIZADOS
                       MOVE AUTORIZADO-REC
                               TO AUTORIZADOS(TOTAL-AUTORIZADOS)
                   END-IF
           END-READ.

       MANTEM-ROTA.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE " " TO CANCELADO.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               IF CODIGO-BUSCA EQUAL SPACES THEN
                   MOVE "CODIGO EM BRANCO" TO STATUS-TRANSPORTE
               ELSE
                   PERFORM EDITA-ROTA
               END-IF
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 10 OR I > TOTAL-ROTAS-CAT
               MOVE ROT-CODIGO OF ROTAS(I)      TO LINHA-CODIGO(I)
               MOVE ROT-MOTORISTA OF ROTAS(I)   TO LINHA-MOTORISTA(I)
               MOVE ROT-VEICULO OF ROTAS(I)     TO LINHA-VEICULO(I)
               MOVE ROT-TURNO OF ROTAS(I)       TO LINHA-TURNO(I)
               MOVE ROT-CAPACIDADE OF ROTAS(I)  TO LINHA-CAPACIDADE(I)
           END-PERFORM.

      * The seats may not drop below the riders already booked in
      * either direction, a stop cannot be cleared while riders wait
      * at it, and the turno of a route with riders is fixed - the
      * riders were checked against their turma's turno.
       EDITA-ROTA.
           PERFORM BUSCA-ROTA.
           IF RTN-ROTA-ACHADA NOT EQUAL 0 THEN
               MOVE ROTAS(RTN-ROTA-ACHADA) TO ROTA-EDICAO
           ELSE
               MOVE SPACES TO ROTA-EDICAO
               MOVE CODIGO-BUSCA TO ROT-CODIGO OF ROTA-EDICAO
               MOVE 0 TO ROT-CAPACIDADE OF ROTA-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           MOVE 0 TO MATRICULA-BUSCA.
           PERFORM CONTA-OCUPACAO.
           PERFORM VERIFICA-PARADAS-EM-USO.
           IF ROT-MOTORISTA OF ROTA-EDICAO EQUAL SPACES THEN
               MOVE "MOTORISTA EM BRANCO" TO STATUS-TRANSPORTE
           ELSE
           IF ROT-VEICULO OF ROTA-EDICAO EQUAL SPACES THEN
               MOVE "VEICULO EM BRANCO" TO STATUS-TRANSPORTE
           ELSE
           IF ROT-CAPACIDADE OF ROTA-EDICAO EQUAL 0 THEN
               MOVE "LUGARES EM BRANCO" TO STATUS-TRANSPORTE
           ELSE
           IF NOT ROT-TURNO-VALIDO OF ROTA-EDICAO THEN
               MOVE "TURNO DEVE SER M, T OU N" TO STATUS-TRANSPORTE
           ELSE
           IF ROT-PARADA OF ROTA-EDICAO(1) EQUAL SPACES THEN
               MOVE "INFORME AS PARADAS" TO STATUS-TRANSPORTE
           ELSE
           IF ROT-CAPACIDADE OF ROTA-EDICAO < OCUPACAO-IDA OR
                   ROT-CAPACIDADE OF ROTA-EDICAO < OCUPACAO-VOLTA THEN
               MOVE "LUGARES ABAIXO DO OCUPADO" TO STATUS-TRANSPORTE
           ELSE
           IF RTN-PARADA-EM-USO NOT EQUAL 0 THEN
               MOVE "PARADA EM USO" TO STATUS-TRANSPORTE
           ELSE
           IF RTN-ROTA-ACHADA NOT EQUAL 0 AND TOTAL-NA-ROTA > 0 AND
                   ROT-TURNO OF ROTA-EDICAO NOT EQUAL
                           ROT-TURNO OF ROTAS(RTN-ROTA-ACHADA) THEN
               MOVE "ROTA COM PASSAGEIROS" TO STATUS-TRANSPORTE
           ELSE
           IF RTN-ROTA-ACHADA NOT EQUAL 0 THEN
               MOVE ROTA-EDICAO TO ROTAS(RTN-ROTA-ACHADA)
               MOVE "ATUALIZADO" TO STATUS-TRANSPORTE
           ELSE
               IF TOTAL-ROTAS-CAT >= ROT-MAX-ROTAS THEN
                   MOVE "CADASTRO DE ROTAS CHEIO" TO STATUS-TRANSPORTE
               ELSE
                   ADD 1 TO TOTAL-ROTAS-CAT
                   MOVE ROTA-EDICAO TO ROTAS(TOTAL-ROTAS-CAT)
                   MOVE "INCLUIDO" TO STATUS-TRANSPORTE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       BUSCA-ROTA.
           MOVE 0 TO RTN-ROTA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ROTAS-CAT
                   OR RTN-ROTA-ACHADA NOT EQUAL 0
               IF ROT-CODIGO OF ROTAS(I) EQUAL CODIGO-BUSCA THEN
                   MOVE I TO RTN-ROTA-ACHADA
               END-IF
           END-PERFORM.

      * Seats taken on the route CODIGO-BUSCA on the way in and on
      * the way back, by active students other than MATRICULA-BUSCA;
      * TOTAL-NA-ROTA counts every rider record on the route.
       CONTA-OCUPACAO.
           MOVE 0 TO OCUPACAO-IDA.
           MOVE 0 TO OCUPACAO-VOLTA.
           MOVE 0 TO TOTAL-NA-ROTA.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-PASSAGEIROS
               IF TRA-ROTA OF PASSAGEIROS(J) EQUAL CODIGO-BUSCA THEN
                   ADD 1 TO TOTAL-NA-ROTA
                   PERFORM LOCALIZA-ALUNO-PASSAGEIRO
                   IF TRA-MATRICULA OF PASSAGEIROS(J) NOT EQUAL
                           MATRICULA-BUSCA AND
                           RTN-ALUNO-PASSAGEIRO NOT EQUAL 0 THEN
                       IF ALU-ATIVO OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                               THEN
                           IF TRA-VAI OF PASSAGEIROS(J) THEN
                               ADD 1 TO OCUPACAO-IDA
                           END-IF
                           IF TRA-VOLTA OF PASSAGEIROS(J) THEN
                               ADD 1 TO OCUPACAO-VOLTA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICA-PARADAS-EM-USO.
           MOVE 0 TO RTN-PARADA-EM-USO.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-PASSAGEIROS
               IF TRA-ROTA OF PASSAGEIROS(J) EQUAL CODIGO-BUSCA THEN
                   MOVE TRA-PARADA OF PASSAGEIROS(J) TO P
                   IF P > 0 AND P < 9 THEN
                       IF ROT-PARADA OF ROTA-EDICAO(P) EQUAL SPACES
                               THEN
                           MOVE 1 TO RTN-PARADA-EM-USO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Student of the rider PASSAGEIROS(J) in the roster (zero when
      * the matricula is no longer on it).
       LOCALIZA-ALUNO-PASSAGEIRO.
           MOVE 0 TO RTN-ALUNO-PASSAGEIRO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-ALUNOS
                   OR RTN-ALUNO-PASSAGEIRO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(K) EQUAL
                       TRA-MATRICULA OF PASSAGEIROS(J) THEN
                   MOVE K TO RTN-ALUNO-PASSAGEIRO
               END-IF
           END-PERFORM.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS
                   OR RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

       BUSCA-PASSAGEIRO.
           MOVE 0 TO RTN-PASSAGEIRO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-PASSAGEIROS
                   OR RTN-PASSAGEIRO-ACHADO NOT EQUAL 0
               IF TRA-MATRICULA OF PASSAGEIROS(I) EQUAL MATRICULA-BUSCA
                       THEN
                   MOVE I TO RTN-PASSAGEIRO-ACHADO
               END-IF
           END-PERFORM.

       BUSCA-TURNO-TURMA.
           MOVE SPACES TO TURNO-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-TURMAS-CAT
                   OR TURNO-ACHADO NOT EQUAL SPACES
               IF TUR-CODIGO OF TURMAS(K) EQUAL TURMA-BUSCA THEN
                   MOVE TUR-TURNO OF TURMAS(K) TO TURNO-ACHADO
               END-IF
           END-PERFORM.

       BUSCA-SAUDE.
           MOVE 0 TO RTN-SAUDE-ACHADA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-SAUDES
                   OR RTN-SAUDE-ACHADA NOT EQUAL 0
               IF SAU-MATRICULA OF SAUDES(K) EQUAL MATRICULA-BUSCA
                       THEN
                   MOVE K TO RTN-SAUDE-ACHADA
               END-IF
           END-PERFORM.

      * Placing, changing or confirming a rider.  Saving the screen
      * counts as the desk's review, so any pending notice is cleared;
      * a withdrawn student can only be taken off the route.
       MANTEM-PASSAGEIRO.
           MOVE 0 TO MATRICULA-BUSCA.
           MOVE " " TO CANCELADO.
           DISPLAY PASSAGEIRO-SCREEN.
           ACCEPT PASSAGEIRO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               PERFORM BUSCA-ALUNO
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-TRANSPORTE
               ELSE
                   PERFORM EDITA-PASSAGEIRO
               END-IF
           END-IF.

       EDITA-PASSAGEIRO.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SPACE
                  INTO NOME-ALUNO
           END-STRING.
           MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                   TO TURMA-ALUNO.
           MOVE TURMA-ALUNO TO TURMA-BUSCA.
           PERFORM BUSCA-TURNO-TURMA.
           MOVE TURNO-ACHADO TO TURNO-ALUNO.
           PERFORM BUSCA-PASSAGEIRO.
           MOVE SPACES TO MOTIVO-PENDENTE.
           IF RTN-PASSAGEIRO-ACHADO NOT EQUAL 0 THEN
               MOVE PASSAGEIROS(RTN-PASSAGEIRO-ACHADO)
                       TO PASSAGEIRO-EDICAO
               MOVE PEN-MOTIVO(RTN-PASSAGEIRO-ACHADO)
                       TO MOTIVO-PENDENTE
           ELSE
               MOVE SPACES TO PASSAGEIRO-EDICAO
               MOVE MATRICULA-BUSCA TO TRA-MATRICULA OF
                       PASSAGEIRO-EDICAO
               MOVE 0 TO TRA-PARADA OF PASSAGEIRO-EDICAO
               MOVE 0 TO TRA-HORARIO OF PASSAGEIRO-EDICAO
               MOVE 0 TO TRA-REVISADO-EM OF PASSAGEIRO-EDICAO
           END-IF.
           MOVE "N" TO REMOVER.
           DISPLAY PASSAGEIRO-DETALHE-SCREEN.
           ACCEPT PASSAGEIRO-DETALHE-SCREEN.
           IF REMOVER EQUAL 'S' OR REMOVER EQUAL 's' THEN
               IF RTN-PASSAGEIRO-ACHADO EQUAL 0 THEN
                   MOVE "ALUNO NAO E PASSAGEIRO" TO STATUS-TRANSPORTE
               ELSE
                   PERFORM REMOVE-PASSAGEIRO
                   MOVE "PASSAGEIRO REMOVIDO" TO STATUS-TRANSPORTE
               END-IF
           ELSE
               PERFORM VALIDA-PASSAGEIRO
           END-IF.

       VALIDA-PASSAGEIRO.
           MOVE TRA-ROTA OF PASSAGEIRO-EDICAO TO CODIGO-BUSCA.
           PERFORM BUSCA-ROTA.
           MOVE TRA-HORARIO OF PASSAGEIRO-EDICAO TO HORA-VALIDACAO.
           MOVE TRA-PARADA OF PASSAGEIRO-EDICAO TO P.
           MOVE 1 TO RTN-HORA-OK.
           IF HORA-HH > 23 OR HORA-MM > 59 THEN
               MOVE 0 TO RTN-HORA-OK
           END-IF.
           IF NOT ALU-ATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
               MOVE "ALUNO INATIVO" TO STATUS-TRANSPORTE
           ELSE
           IF RTN-ROTA-ACHADA EQUAL 0 THEN
               MOVE "ROTA NAO CADASTRADA" TO STATUS-TRANSPORTE
           ELSE
           IF TRA-PARADA OF PASSAGEIRO-EDICAO EQUAL 0 OR
                   TRA-PARADA OF PASSAGEIRO-EDICAO > 8 THEN
               MOVE "PARADA INVALIDA" TO STATUS-TRANSPORTE
           ELSE
           IF ROT-PARADA OF ROTAS(RTN-ROTA-ACHADA, P) EQUAL SPACES
                   THEN
               MOVE "PARADA INVALIDA" TO STATUS-TRANSPORTE
           ELSE
           IF RTN-HORA-OK EQUAL 0 THEN
               MOVE "HORARIO INVALIDO" TO STATUS-TRANSPORTE
           ELSE
           IF NOT TRA-SENTIDO-VALIDO OF PASSAGEIRO-EDICAO THEN
               MOVE "SENTIDO DEVE SER I/V/A" TO STATUS-TRANSPORTE
           ELSE
           IF TURNO-ALUNO NOT EQUAL ROT-TURNO OF ROTAS(RTN-ROTA-ACHADA)
                   THEN
               MOVE "ROTA DE OUTRO TURNO" TO STATUS-TRANSPORTE
           ELSE
               PERFORM CONTA-OCUPACAO
               IF TRA-VAI OF PASSAGEIRO-EDICAO AND OCUPACAO-IDA NOT <
                       ROT-CAPACIDADE OF ROTAS(RTN-ROTA-ACHADA) THEN
                   MOVE "ROTA LOTADA NA IDA" TO STATUS-TRANSPORTE
               ELSE
               IF TRA-VOLTA OF PASSAGEIRO-EDICAO AND OCUPACAO-VOLTA NOT
                       < ROT-CAPACIDADE OF ROTAS(RTN-ROTA-ACHADA) THEN
                   MOVE "ROTA LOTADA NA VOLTA" TO STATUS-TRANSPORTE
               ELSE
                   PERFORM GRAVA-PASSAGEIRO
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       GRAVA-PASSAGEIRO.
           ACCEPT MOMENTO-DATA FROM DATE YYYYMMDD.
           ACCEPT MOMENTO-HORA FROM TIME.
           MOVE MOMENTO-AGORA TO TRA-REVISADO-EM OF PASSAGEIRO-EDICAO.
           MOVE OPERADOR-ID TO TRA-OPERADOR OF PASSAGEIRO-EDICAO.
           IF RTN-PASSAGEIRO-ACHADO NOT EQUAL 0 THEN
               MOVE PASSAGEIRO-EDICAO
                       TO PASSAGEIROS(RTN-PASSAGEIRO-ACHADO)
               MOVE SPACES TO PENDENCIAS(RTN-PASSAGEIRO-ACHADO)
               MOVE "PASSAGEIRO ATUALIZADO" TO STATUS-TRANSPORTE
           ELSE
               IF TOTAL-PASSAGEIROS >= 1000 THEN
                   MOVE "TRANSPORTE CHEIO" TO STATUS-TRANSPORTE
               ELSE
                   ADD 1 TO TOTAL-PASSAGEIROS
                   MOVE PASSAGEIRO-EDICAO
                           TO PASSAGEIROS(TOTAL-PASSAGEIROS)
                   MOVE SPACES TO PENDENCIAS(TOTAL-PASSAGEIROS)
                   MOVE "PASSAGEIRO INCLUIDO" TO STATUS-TRANSPORTE
               END-IF
           END-IF.

       REMOVE-PASSAGEIRO.
           PERFORM VARYING J FROM RTN-PASSAGEIRO-ACHADO BY 1
                   UNTIL J >= TOTAL-PASSAGEIROS
               MOVE PASSAGEIROS(J + 1) TO PASSAGEIROS(J)
               MOVE PENDENCIAS(J + 1) TO PENDENCIAS(J)
           END-PERFORM.
           MOVE SPACES TO PENDENCIAS(TOTAL-PASSAGEIROS).
           SUBTRACT 1 FROM TOTAL-PASSAGEIROS.

      * Driver's manifest, one page per route: the riders stop by
      * stop with the pick-up time and direction, the emergency
      * contact from the health record and who may receive the child
      * on the way back - anyone barred is printed as such.  Only
      * active students are listed; riders pending review are marked.
       MANIFESTO.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE SPACES TO TURNO-BUSCA.
           DISPLAY MANIFESTO-SCREEN.
           ACCEPT MANIFESTO-SCREEN.
           IF CODIGO-BUSCA NOT EQUAL SPACES THEN
               PERFORM BUSCA-ROTA
           END-IF.
           IF CODIGO-BUSCA NOT EQUAL SPACES AND
                   RTN-ROTA-ACHADA EQUAL 0 THEN
               MOVE "ROTA NAO CADASTRADA" TO STATUS-TRANSPORTE
           ELSE
               MOVE 0 TO TOTAL-ROTAS-IMPRESSAS
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ROTAS-CAT
                   IF (CODIGO-BUSCA EQUAL SPACES OR
                       ROT-CODIGO OF ROTAS(I) EQUAL CODIGO-BUSCA) AND
                      (TURNO-BUSCA EQUAL SPACES OR
                       ROT-TURNO OF ROTAS(I) EQUAL TURNO-BUSCA) THEN
                       MOVE ROTAS(I) TO ROTA-EDICAO
                       PERFORM IMPRIME-MANIFESTO-ROTA
                   END-IF
               END-PERFORM
               IF TOTAL-ROTAS-IMPRESSAS EQUAL 0 THEN
                   MOVE "NENHUMA ROTA NO TURNO" TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               END-IF
               CLOSE ARQ-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               MOVE "GRAVADO EM TRANSP.RPT" TO STATUS-TRANSPORTE
           END-IF.

       IMPRIME-MANIFESTO-ROTA.
           ADD 1 TO TOTAL-ROTAS-IMPRESSAS.
           MOVE 0 TO OCUPACAO-IDA.
           MOVE 0 TO OCUPACAO-VOLTA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MANIFESTO DO TRANSPORTE ESCOLAR - ROTA "
                          DELIMITED BY SIZE
                  ROT-CODIGO OF ROTA-EDICAO DELIMITED BY SIZE
                  "  TURNO " DELIMITED BY SIZE
                  ROT-TURNO OF ROTA-EDICAO DELIMITED BY SIZE
                  "  DATA: " DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MOTORISTA: " DELIMITED BY SIZE
                  ROT-MOTORISTA OF ROTA-EDICAO DELIMITED BY SIZE
                  "  VEICULO: " DELIMITED BY SIZE
                  ROT-VEICULO OF ROTA-EDICAO DELIMITED BY SIZE
                  "  LUGARES: " DELIMITED BY SIZE
                  ROT-CAPACIDADE OF ROTA-EDICAO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 8
               IF ROT-PARADA OF ROTA-EDICAO(P) NOT EQUAL SPACES THEN
                   PERFORM IMPRIME-PARADA
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PASSAGEIROS NA IDA: " DELIMITED BY SIZE
                  OCUPACAO-IDA DELIMITED BY SIZE
                  "  NA VOLTA: " DELIMITED BY SIZE
                  OCUPACAO-VOLTA DELIMITED BY SIZE
                  "  LUGARES: " DELIMITED BY SIZE
                  ROT-CAPACIDADE OF ROTA-EDICAO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-PARADA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "PARADA " DELIMITED BY SIZE
                  P(2:1) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  ROT-PARADA OF ROTA-EDICAO(P) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-PASSAGEIROS
               IF TRA-ROTA OF PASSAGEIROS(J) EQUAL
                       ROT-CODIGO OF ROTA-EDICAO AND
                       TRA-PARADA OF PASSAGEIROS(J) EQUAL P THEN
                   PERFORM LOCALIZA-ALUNO-PASSAGEIRO
                   IF RTN-ALUNO-PASSAGEIRO NOT EQUAL 0 THEN
                       IF ALU-ATIVO OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                               THEN
                           PERFORM IMPRIME-PASSAGEIRO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-PASSAGEIRO.
           IF TRA-VAI OF PASSAGEIROS(J) THEN
               ADD 1 TO OCUPACAO-IDA
           END-IF.
           IF TRA-VOLTA OF PASSAGEIROS(J) THEN
               ADD 1 TO OCUPACAO-VOLTA
           END-IF.
           EVALUATE TRUE
               WHEN TRA-SENTIDO OF PASSAGEIROS(J) EQUAL "I"
                   MOVE "IDA" TO SENTIDO-DESCRICAO
               WHEN TRA-SENTIDO OF PASSAGEIROS(J) EQUAL "V"
                   MOVE "VOLTA" TO SENTIDO-DESCRICAO
               WHEN OTHER
                   MOVE "AMBOS" TO SENTIDO-DESCRICAO
           END-EVALUATE.
           MOVE TRA-MATRICULA OF PASSAGEIROS(J) TO MATRICULA-BUSCA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " DELIMITED BY SIZE
                  TRA-HORARIO OF PASSAGEIROS(J)(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  TRA-HORARIO OF PASSAGEIROS(J)(3:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SENTIDO-DESCRICAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MATRICULA-BUSCA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                          DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                          DELIMITED BY SPACE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE ALU-TURMA OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                   TO RELATORIO-LINHA(60:4).
           IF PEN-MOTIVO(J) NOT EQUAL SPACES THEN
               MOVE "REVISAR" TO RELATORIO-LINHA(66:7)
           END-IF.
           WRITE RELATORIO-LINHA.
           PERFORM BUSCA-SAUDE.
           MOVE SPACES TO RELATORIO-LINHA.
           IF RTN-SAUDE-ACHADA EQUAL 0 THEN
               MOVE "        (SEM FICHA DE SAUDE)" TO RELATORIO-LINHA
           ELSE
               STRING "        EMERGENCIA: " DELIMITED BY SIZE
                      SAU-CONTATO-NOME OF SAUDES(RTN-SAUDE-ACHADA)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SAU-CONTATO-FONE OF SAUDES(RTN-SAUDE-ACHADA)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE 0 TO TOTAL-AUTORIZADOS-ALUNO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-AUTORIZADOS
               IF ATB-MATRICULA OF AUTORIZADOS(K) EQUAL MATRICULA-BUSCA
                       THEN
                   PERFORM IMPRIME-AUTORIZADO
               END-IF
           END-PERFORM.
           IF TOTAL-AUTORIZADOS-ALUNO EQUAL 0 THEN
               MOVE "        (NINGUEM AUTORIZADO A RECEBER)"
                       TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

      * Same rule as the gate: a barred person is always printed, an
      * authorization only while it is within its validity.
       IMPRIME-AUTORIZADO.
           MOVE SPACES TO RELATORIO-LINHA.
           IF ATB-PROIBICAO OF AUTORIZADOS(K) THEN
               STRING "        *** NAO ENTREGAR A: " DELIMITED BY SIZE
                      ATB-NOME OF AUTORIZADOS(K) DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           ELSE
           IF ATB-VALIDO-DE OF AUTORIZADOS(K) > DATA-HOJE
                   OR (ATB-VALIDO-ATE OF AUTORIZADOS(K) NOT EQUAL 0
                       AND ATB-VALIDO-ATE OF AUTORIZADOS(K) <
                               DATA-HOJE) THEN
               CONTINUE
           ELSE
               ADD 1 TO TOTAL-AUTORIZADOS-ALUNO
               STRING "        AUTORIZADO: " DELIMITED BY SIZE
                      ATB-NOME OF AUTORIZADOS(K) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ATB-PARENTESCO OF AUTORIZADOS(K)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ATB-DOCUMENTO OF AUTORIZADOS(K)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF
           END-IF.

      * Riders the desk has to look at: a withdrawal, promotion or
      * change of turno recorded since they were last confirmed, and
      * - even without a notice - riders no longer active, on a route
      * that was removed or whose turma now runs in another turno.
       RELATORIO-REVISAO.
           MOVE 0 TO TOTAL-REVISAR.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TRANSPORTE ESCOLAR - PASSAGEIROS A REVISAR  DATA: "
                          DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "MATRIC NOME" TO RELATORIO-LINHA(1:11).
           MOVE "ROTA TURMA MOTIVO" TO RELATORIO-LINHA(34:17).
           WRITE RELATORIO-LINHA.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-PASSAGEIROS
               PERFORM AVALIA-REVISAO
               IF MOTIVO-REVISAR NOT EQUAL SPACES THEN
                   PERFORM IMPRIME-REVISAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TOTAL A REVISAR: " DELIMITED BY SIZE
                  TOTAL-REVISAR DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           MOVE "GRAVADO EM TRANSP.RPT" TO STATUS-TRANSPORTE.

       AVALIA-REVISAO.
           MOVE SPACES TO MOTIVO-REVISAR.
           MOVE SPACES TO DETALHE-REVISAR.
           PERFORM LOCALIZA-ALUNO-PASSAGEIRO.
           MOVE TRA-ROTA OF PASSAGEIROS(J) TO CODIGO-BUSCA.
           PERFORM BUSCA-ROTA.
           IF PEN-MOTIVO(J) NOT EQUAL SPACES THEN
               MOVE PEN-MOTIVO(J) TO MOTIVO-REVISAR
               STRING PEN-TURMA-ANTERIOR(J) DELIMITED BY SIZE
                      " > " DELIMITED BY SIZE
                      PEN-TURMA-NOVA(J) DELIMITED BY SIZE
                      INTO DETALHE-REVISAR
               END-STRING
           ELSE
           IF RTN-ALUNO-PASSAGEIRO EQUAL 0 THEN
               MOVE "SEM MATRICULA" TO MOTIVO-REVISAR
           ELSE
           IF NOT ALU-ATIVO OF ALUNOS(RTN-ALUNO-PASSAGEIRO) THEN
               MOVE "ALUNO INATIVO" TO MOTIVO-REVISAR
           ELSE
           IF RTN-ROTA-ACHADA EQUAL 0 THEN
               MOVE "ROTA INEXISTENTE" TO MOTIVO-REVISAR
           ELSE
               MOVE ALU-TURMA OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                       TO TURMA-BUSCA
               PERFORM BUSCA-TURNO-TURMA
               IF TURNO-ACHADO NOT EQUAL
                       ROT-TURNO OF ROTAS(RTN-ROTA-ACHADA) THEN
                   MOVE "TURNO DIFERENTE" TO MOTIVO-REVISAR
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       IMPRIME-REVISAO.
           ADD 1 TO TOTAL-REVISAR.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TRA-MATRICULA OF PASSAGEIROS(J)
                   TO RELATORIO-LINHA(1:6).
           IF RTN-ALUNO-PASSAGEIRO NOT EQUAL 0 THEN
               MOVE SPACES TO NOME-ALUNO
               STRING ALU-NOME OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                              DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                              DELIMITED BY SPACE
                      INTO NOME-ALUNO
               END-STRING
               MOVE NOME-ALUNO(1:25) TO RELATORIO-LINHA(8:25)
               MOVE ALU-TURMA OF ALUNOS(RTN-ALUNO-PASSAGEIRO)
                       TO RELATORIO-LINHA(39:4)
           END-IF.
           MOVE TRA-ROTA OF PASSAGEIROS(J) TO RELATORIO-LINHA(34:4).
           MOVE MOTIVO-REVISAR TO RELATORIO-LINHA(45:15).
           MOVE DETALHE-REVISAR TO RELATORIO-LINHA(61:20).
           WRITE RELATORIO-LINHA.
