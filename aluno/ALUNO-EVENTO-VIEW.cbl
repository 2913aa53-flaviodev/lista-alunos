       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-EVENTO-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-EVENTOS ASSIGN TO "EVENTO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PARTICIPACOES ASSIGN TO "EVENTPAR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SAUDE ASSIGN TO "SAUDE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "EVENTO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EVENTOS.
       01  EVENTO-REC.
           COPY ALUEVENT.
       FD  ARQ-PARTICIPACOES.
       01  PARTICIPACAO-REC.
           COPY ALUEVPAR.
       FD  ARQ-SAUDE.
       01  SAUDE-REC.
           COPY ALUSAUDE.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 T PIC 9(1) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 STATUS-EVENTO PIC X(25) VALUE " ".
       01 FIM-EVENTOS PIC X VALUE "N".
           88 FIM-DO-ARQ-EVENTOS VALUE "S".
       01 FIM-PARTICIPACOES PIC X VALUE "N".
           88 FIM-DO-ARQ-PARTICIPACOES VALUE "S".
       01 FIM-SAUDE PIC X VALUE "N".
           88 FIM-DO-ARQ-SAUDE VALUE "S".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       COPY ALUEVENL.
       01 TOTAL-PARTICIPACOES PIC 9(4) VALUE 0.
       01 LISTA-PARTICIPACOES.
           05 PARTICIPACOES OCCURS 3000 TIMES.
               COPY ALUEVPAR REPLACING ==05== BY ==10==.
       01 TOTAL-SAUDES PIC 9(3) VALUE 0.
       01 LISTA-SAUDES.
           05 SAUDES OCCURS 500 TIMES.
               COPY ALUSAUDE REPLACING ==05== BY ==10==.
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 EVENTO-EDICAO.
           COPY ALUEVENT.
       01 PARTICIPACAO.
           COPY ALUEVPAR.
       01 CODIGO-BUSCA PIC X(5) VALUE SPACES.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 TURMA-BUSCA PIC X(4) VALUE SPACES.
       01 TURMA-RELATORIO PIC X(4) VALUE SPACES.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 RTN-CODIGO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-PARTICIPACAO-ACHADA PIC 9(4) VALUE 0.
       01 RTN-SAUDE-ACHADA PIC 9(3) VALUE 0.
       01 RTN-RESPONSAVEL-ACHADO PIC 9(3) VALUE 0.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 RTN-TURMA-PARTICIPA PIC 9(1) VALUE 0.
       01 TOTAL-TURMAS-EVENTO PIC 9(1) VALUE 0.
       01 TOTAL-TURMAS-INVALIDAS PIC 9(1) VALUE 0.
       01 TOTAL-INCLUIDAS PIC 9(3) VALUE 0.
       01 TOTAL-AUTORIZADOS PIC 9(3) VALUE 0.
       01 TOTAL-NEGADOS PIC 9(3) VALUE 0.
       01 TOTAL-PENDENTES PIC 9(3) VALUE 0.
       01 TOTAL-EMBARQUE PIC 9(3) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE "DIA-SEMANA".
       01 DIA-SEMANA-DATA PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 HORA-VALIDACAO PIC 9(4) VALUE 0.
       01 HORA-VALIDACAO-R REDEFINES HORA-VALIDACAO.
           05 HORA-HH PIC 9(2).
           05 HORA-MM PIC 9(2).
       01 RTN-HORA-OK PIC 9(1) VALUE 0.
       01 VALOR-EDIT PIC ZZZZ9.99.
       01  LINHA-WS.
           05  LINHAS OCCURS 10 TIMES.
               10  LINHA-CODIGO           PIC X(5).
               10  FILLER                 PIC X(1).
               10  LINHA-DATA             PIC 9(8).
               10  FILLER                 PIC X(1).
               10  LINHA-DESTINO          PIC X(20).
       01 NOME-RELATORIO PIC X(12) VALUE "EVENTO.RPT".
       01 MENSAGEM-TIPO PIC X(2) VALUE "EV".
       01 MENSAGEM-TEXTO PIC X(120) VALUE SPACES.
       01 STATUS-MENSAGEM PIC X(20) VALUE " ".
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-EVENTO.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 NIVEL-OPERADOR PIC 9(1).
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "PASSEIOS E EVENTOS" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "(1) Cadastro de eventos"           LINE 3 COL 10.
           05  VALUE "(2) Registrar autorizacao"         LINE 4 COL 10.
           05  VALUE "(3) Autorizacoes pendentes"        LINE 5 COL 10.
           05  VALUE "(4) Lista de embarque"             LINE 6 COL 10.
           05  VALUE "(x) Voltar"                        LINE 7 COL 10.
           05  VALUE "OPCAO:"                            LINE 9 COL 10.
           05  OPCAO-INPUT                               LINE 9 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-EVENTO-WS                         LINE 11 COL 10
                        PIC X(25) FROM STATUS-EVENTO.

       01  BUSCA-SCREEN.
           05  VALUE "CADASTRO DE EVENTOS" BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "CODIG DATA     DESTINO"            LINE 3 COL 10.
           05  EVENTO1-IN                                LINE 4 COL 10
                PIC X(35)        FROM LINHAS(1).
           05  EVENTO2-IN                                LINE 5 COL 10
                PIC X(35)        FROM LINHAS(2).
           05  EVENTO3-IN                                LINE 6 COL 10
                PIC X(35)        FROM LINHAS(3).
           05  EVENTO4-IN                                LINE 7 COL 10
                PIC X(35)        FROM LINHAS(4).
           05  EVENTO5-IN                                LINE 8 COL 10
                PIC X(35)        FROM LINHAS(5).
           05  EVENTO6-IN                                LINE 9 COL 10
                PIC X(35)        FROM LINHAS(6).
           05  EVENTO7-IN                                LINE 10 COL 10
                PIC X(35)        FROM LINHAS(7).
           05  EVENTO8-IN                                LINE 11 COL 10
                PIC X(35)        FROM LINHAS(8).
           05  EVENTO9-IN                                LINE 12 COL 10
                PIC X(35)        FROM LINHAS(9).
           05  EVENTO10-IN                               LINE 13 COL 10
                PIC X(35)        FROM LINHAS(10).
           05  VALUE "Codigo (novo ou existente):"       LINE 15 COL 10.
           05  CODIGO-INPUT                              LINE 15 COL 40
                           PIC X(5) TO CODIGO-BUSCA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 16 COL 10.
           05  CANCELA-INPUT                             LINE 16 COL 40
                           PIC X TO CANCELADO AUTO.

       01  DETALHE-SCREEN.
           05  VALUE "CADASTRO DE EVENTOS" BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "Codigo:"                           LINE 3 COL 10.
           05  CODIGO-DETALHE-WS                         LINE 3 COL 40
                   PIC X(5) FROM EVT-CODIGO OF EVENTO-EDICAO.
           05  VALUE "Data (AAAAMMDD):"                  LINE 4 COL 10.
           05  DATA-INPUT                                LINE 4 COL 40
                   PIC 9(8) USING EVT-DATA OF EVENTO-EDICAO AUTO.
           05  VALUE "Destino:"                          LINE 5 COL 10.
           05  DESTINO-INPUT                             LINE 5 COL 40
                   PIC X(30) USING EVT-DESTINO OF EVENTO-EDICAO AUTO.
           05  VALUE "Turmas participantes:"             LINE 6 COL 10.
           05  TURMA1-INPUT                              LINE 6 COL 40
                   PIC X(4) USING EVT-TURMA OF EVENTO-EDICAO(1) AUTO.
           05  TURMA2-INPUT                              LINE 6 COL 45
                   PIC X(4) USING EVT-TURMA OF EVENTO-EDICAO(2) AUTO.
           05  TURMA3-INPUT                              LINE 6 COL 50
                   PIC X(4) USING EVT-TURMA OF EVENTO-EDICAO(3) AUTO.
           05  TURMA4-INPUT                              LINE 6 COL 55
                   PIC X(4) USING EVT-TURMA OF EVENTO-EDICAO(4) AUTO.
           05  TURMA5-INPUT                              LINE 6 COL 60
                   PIC X(4) USING EVT-TURMA OF EVENTO-EDICAO(5) AUTO.
           05  TURMA6-INPUT                              LINE 6 COL 65
                   PIC X(4) USING EVT-TURMA OF EVENTO-EDICAO(6) AUTO.
           05  VALUE "Custo por aluno:"                  LINE 7 COL 10.
           05  VALOR-INPUT                               LINE 7 COL 40
                   PIC 9(5)V99 USING EVT-VALOR OF EVENTO-EDICAO AUTO.
           05  VALUE "Cobrar na mensalidade (S/N):"      LINE 8 COL 10.
           05  COBRANCA-INPUT                            LINE 8 COL 40
                   PIC X USING EVT-COBRANCA OF EVENTO-EDICAO AUTO.
           05  VALUE "Saida (HHMM):"                     LINE 9 COL 10.
           05  SAIDA-INPUT                               LINE 9 COL 40
                   PIC 9(4) USING EVT-HORA-SAIDA OF EVENTO-EDICAO
                   AUTO.
           05  VALUE "Retorno (HHMM):"                   LINE 10 COL 10.
           05  RETORNO-INPUT                             LINE 10 COL 40
                   PIC 9(4) USING EVT-HORA-RETORNO OF EVENTO-EDICAO
                   AUTO.

       01  AUTORIZACAO-SCREEN.
           05  VALUE "AUTORIZACAO DO RESPONSAVEL" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Evento:"                           LINE 3 COL 10.
           05  EVENTO-INPUT                              LINE 3 COL 40
                   PIC X(5) TO EVP-EVENTO OF PARTICIPACAO AUTO.
           05  VALUE "Matricula:"                        LINE 4 COL 10.
           05  MATRICULA-INPUT                           LINE 4 COL 40
                   PIC 9(6) TO EVP-MATRICULA OF PARTICIPACAO AUTO.
           05  VALUE "Situacao (A/N/P):"                 LINE 5 COL 10.
           05  SITUACAO-INPUT                            LINE 5 COL 40
                   PIC X TO EVP-SITUACAO OF PARTICIPACAO AUTO.
           05  VALUE "Assinado por:"                     LINE 6 COL 10.
           05  RESPONSAVEL-INPUT                         LINE 6 COL 40
                   PIC X(30) TO EVP-RESPONSAVEL OF PARTICIPACAO AUTO.
           05  VALUE "A=autorizado N=nao autorizado P=pendente"
                                                         LINE 8 COL 10.
           05  VALUE "Cancelar (S/N):"                   LINE 9 COL 10.
           05  CANCELA-AUT-INPUT                         LINE 9 COL 40
                           PIC X TO CANCELADO AUTO.

       01  RELATORIO-SCREEN.
           05  VALUE "RELATORIOS DO EVENTO" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Evento:"                           LINE 3 COL 10.
           05  EVENTO-REL-INPUT                          LINE 3 COL 40
                           PIC X(5) TO CODIGO-BUSCA AUTO.
           05  VALUE "Turma (branco = todas):"           LINE 4 COL 10.
           05  TURMA-REL-INPUT                           LINE 4 COL 40
                           PIC X(4) TO TURMA-BUSCA AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, NIVEL-OPERADOR,
                    OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "EVENTOS EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-EVENTO.
       EXIT PROGRAM.

      * The whole session holds the reserved per-file lock, so the
      * events and the participations are loaded once and rewritten
      * together at the end without another desk in between.
       EXECUTA-MANUTENCAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-EVENTOS.
           PERFORM CARREGA-PARTICIPACOES.
           PERFORM CARREGA-SAUDE.
           PERFORM CARREGA-RESPONSAVEIS.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-EVENTO
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO STATUS-EVENTO
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM REGISTRA-AUTORIZACAO
                       MOVE ' ' TO OPCAO
                   WHEN '3'
                       PERFORM RELATORIO-PENDENTES
                       MOVE ' ' TO OPCAO
                   WHEN '4'
                       PERFORM LISTA-EMBARQUE
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-EVENTOS.
           PERFORM GRAVA-PARTICIPACOES.

       CARREGA-EVENTOS.
           MOVE "N" TO FIM-EVENTOS.
           MOVE 0 TO TOTAL-EVENTOS-CAT.
           OPEN INPUT ARQ-EVENTOS.
           PERFORM LE-EVENTO UNTIL FIM-DO-ARQ-EVENTOS.
           CLOSE ARQ-EVENTOS.

       LE-EVENTO.
           READ ARQ-EVENTOS
               AT END
                   MOVE "S" TO FIM-EVENTOS
               NOT AT END
                   IF TOTAL-EVENTOS-CAT < EVT-MAX-EVENTOS THEN
                       ADD 1 TO TOTAL-EVENTOS-CAT
                       MOVE EVENTO-REC TO EVENTOS(TOTAL-EVENTOS-CAT)
                   END-IF
           END-READ.

       GRAVA-EVENTOS.
           OPEN OUTPUT ARQ-EVENTOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-EVENTOS-CAT
               MOVE EVENTOS(I) TO EVENTO-REC
               WRITE EVENTO-REC
           END-PERFORM.
           CLOSE ARQ-EVENTOS.

       CARREGA-PARTICIPACOES.
           MOVE "N" TO FIM-PARTICIPACOES.
           MOVE 0 TO TOTAL-PARTICIPACOES.
           OPEN INPUT ARQ-PARTICIPACOES.
           PERFORM LE-PARTICIPACAO UNTIL FIM-DO-ARQ-PARTICIPACOES.
           CLOSE ARQ-PARTICIPACOES.

       LE-PARTICIPACAO.
           READ ARQ-PARTICIPACOES
               AT END
                   MOVE "S" TO FIM-PARTICIPACOES
               NOT AT END
                   IF TOTAL-PARTICIPACOES < 3000 THEN
                       ADD 1 TO TOTAL-PARTICIPACOES
                       MOVE PARTICIPACAO-REC
                               TO PARTICIPACOES(TOTAL-PARTICIPACOES)
                   END-IF
           END-READ.

       GRAVA-PARTICIPACOES.
           OPEN OUTPUT ARQ-PARTICIPACOES.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-PARTICIPACOES
               MOVE PARTICIPACOES(J) TO PARTICIPACAO-REC
               WRITE PARTICIPACAO-REC
           END-PERFORM.
           CLOSE ARQ-PARTICIPACOES.

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

       MANTEM-EVENTO.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE " " TO CANCELADO.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               IF CODIGO-BUSCA EQUAL SPACES THEN
                   MOVE "CODIGO EM BRANCO" TO STATUS-EVENTO
               ELSE
                   PERFORM EDITA-EVENTO
               END-IF
           END-IF.

      * The most recent events are the ones still being organized,
      * so the list shows the tail of the file.
       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           MOVE 0 TO J.
           IF TOTAL-EVENTOS-CAT > 10 THEN
               COMPUTE I = TOTAL-EVENTOS-CAT - 9
           ELSE
               MOVE 1 TO I
           END-IF.
           PERFORM VARYING I FROM I BY 1 UNTIL I > TOTAL-EVENTOS-CAT
               ADD 1 TO J
               MOVE EVT-CODIGO OF EVENTOS(I)  TO LINHA-CODIGO(J)
               MOVE EVT-DATA OF EVENTOS(I)    TO LINHA-DATA(J)
               MOVE EVT-DESTINO OF EVENTOS(I) TO LINHA-DESTINO(J)
           END-PERFORM.

      * Saving the event brings the participations in line with the
      * turmas taking part: every active student of those turmas gets
      * a pendente record, and pendente records of students whose
      * turma left the event are dropped.  Answers already recorded
      * are never discarded.
       EDITA-EVENTO.
           PERFORM BUSCA-EVENTO.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE EVENTOS(RTN-CODIGO-ACHADO) TO EVENTO-EDICAO
           ELSE
               MOVE SPACES TO EVENTO-EDICAO
               MOVE CODIGO-BUSCA TO EVT-CODIGO OF EVENTO-EDICAO
               MOVE 0 TO EVT-DATA OF EVENTO-EDICAO
               MOVE 0 TO EVT-VALOR OF EVENTO-EDICAO
               MOVE "N" TO EVT-COBRANCA OF EVENTO-EDICAO
               MOVE 0 TO EVT-HORA-SAIDA OF EVENTO-EDICAO
               MOVE 0 TO EVT-HORA-RETORNO OF EVENTO-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           PERFORM VALIDA-TURMAS-EVENTO.
           MOVE "DIA-SEMANA" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO,
                   EVT-DATA OF EVENTO-EDICAO, DIA-SEMANA-DATA,
                   STATUS-DATA.
           IF STATUS-DATA NOT EQUAL "OK" THEN
               MOVE "DATA INVALIDA" TO STATUS-EVENTO
           ELSE
           IF RTN-CODIGO-ACHADO EQUAL 0 AND
                   EVT-DATA OF EVENTO-EDICAO < DATA-HOJE THEN
               MOVE "DATA JA PASSADA" TO STATUS-EVENTO
           ELSE
           IF EVT-DESTINO OF EVENTO-EDICAO EQUAL SPACES THEN
               MOVE "DESTINO EM BRANCO" TO STATUS-EVENTO
           ELSE
           IF TOTAL-TURMAS-EVENTO EQUAL 0 THEN
               MOVE "INFORME AS TURMAS" TO STATUS-EVENTO
           ELSE
           IF TOTAL-TURMAS-INVALIDAS NOT EQUAL 0 THEN
               MOVE "TURMA INVALIDA" TO STATUS-EVENTO
           ELSE
           IF NOT EVT-COBRANCA-VALIDA OF EVENTO-EDICAO OR
                   (EVT-COBRA-MENSALIDADE OF EVENTO-EDICAO AND
                    EVT-VALOR OF EVENTO-EDICAO EQUAL 0) THEN
               MOVE "COBRANCA INVALIDA" TO STATUS-EVENTO
           ELSE
               PERFORM VALIDA-HORARIOS
               IF RTN-HORA-OK EQUAL 0 THEN
                   MOVE "HORARIO INVALIDO" TO STATUS-EVENTO
               ELSE
                   PERFORM GRAVA-EVENTO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       BUSCA-EVENTO.
           MOVE 0 TO RTN-CODIGO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-EVENTOS-CAT
                   OR RTN-CODIGO-ACHADO NOT EQUAL 0
               IF EVT-CODIGO OF EVENTOS(I) EQUAL CODIGO-BUSCA THEN
                   MOVE I TO RTN-CODIGO-ACHADO
               END-IF
           END-PERFORM.

       VALIDA-TURMAS-EVENTO.
           MOVE 0 TO TOTAL-TURMAS-EVENTO.
           MOVE 0 TO TOTAL-TURMAS-INVALIDAS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
               IF EVT-TURMA OF EVENTO-EDICAO(T) NOT EQUAL SPACES THEN
                   ADD 1 TO TOTAL-TURMAS-EVENTO
                   CALL "ALUNO-TURMA-VALIDA" USING
                           EVT-TURMA OF EVENTO-EDICAO(T), RTN-TURMA-OK
                   IF RTN-TURMA-OK EQUAL 0 THEN
                       ADD 1 TO TOTAL-TURMAS-INVALIDAS
                   END-IF
               END-IF
           END-PERFORM.

      * Both times must be real clock times and the group must come
      * back after it leaves.
       VALIDA-HORARIOS.
           MOVE 1 TO RTN-HORA-OK.
           MOVE EVT-HORA-SAIDA OF EVENTO-EDICAO TO HORA-VALIDACAO.
           IF HORA-HH > 23 OR HORA-MM > 59 THEN
               MOVE 0 TO RTN-HORA-OK
           END-IF.
           MOVE EVT-HORA-RETORNO OF EVENTO-EDICAO TO HORA-VALIDACAO.
           IF HORA-HH > 23 OR HORA-MM > 59 THEN
               MOVE 0 TO RTN-HORA-OK
           END-IF.
           IF EVT-HORA-RETORNO OF EVENTO-EDICAO NOT >
                   EVT-HORA-SAIDA OF EVENTO-EDICAO THEN
               MOVE 0 TO RTN-HORA-OK
           END-IF.

       GRAVA-EVENTO.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE EVENTO-EDICAO TO EVENTOS(RTN-CODIGO-ACHADO)
               MOVE "ATUALIZADO" TO STATUS-EVENTO
               PERFORM REMOVE-PENDENTES-FORA
               PERFORM GERA-PARTICIPACOES
           ELSE
               IF TOTAL-EVENTOS-CAT >= EVT-MAX-EVENTOS THEN
                   MOVE "CADASTRO CHEIO" TO STATUS-EVENTO
               ELSE
                   ADD 1 TO TOTAL-EVENTOS-CAT
                   MOVE EVENTO-EDICAO TO EVENTOS(TOTAL-EVENTOS-CAT)
                   MOVE "INCLUIDO" TO STATUS-EVENTO
                   PERFORM GERA-PARTICIPACOES
               END-IF
           END-IF.

       REMOVE-PENDENTES-FORA.
           MOVE 1 TO J.
           PERFORM UNTIL J > TOTAL-PARTICIPACOES
               IF EVP-EVENTO OF PARTICIPACOES(J) EQUAL CODIGO-BUSCA
                       AND EVP-PENDENTE OF PARTICIPACOES(J) THEN
                   MOVE EVP-MATRICULA OF PARTICIPACOES(J)
                           TO MATRICULA-BUSCA
                   PERFORM BUSCA-ALUNO
                   MOVE SPACES TO TURMA-BUSCA
                   IF RTN-MATRICULA-ACHADA NOT EQUAL 0 THEN
                       MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                               TO TURMA-BUSCA
                   END-IF
                   PERFORM VERIFICA-TURMA-PARTICIPA
                   IF RTN-TURMA-PARTICIPA EQUAL 0 THEN
                       PERFORM VARYING I FROM J BY 1
                               UNTIL I >= TOTAL-PARTICIPACOES
                           MOVE PARTICIPACOES(I + 1)
                                   TO PARTICIPACOES(I)
                       END-PERFORM
                       SUBTRACT 1 FROM TOTAL-PARTICIPACOES
                   ELSE
                       ADD 1 TO J
                   END-IF
               ELSE
                   ADD 1 TO J
               END-IF
           END-PERFORM.

       GERA-PARTICIPACOES.
           MOVE 0 TO TOTAL-INCLUIDAS.
           PERFORM VARYING IX-ALUNOS FROM 1 BY 1
                   UNTIL IX-ALUNOS > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(IX-ALUNOS) THEN
                   MOVE ALU-TURMA OF ALUNOS(IX-ALUNOS) TO TURMA-BUSCA
                   PERFORM VERIFICA-TURMA-PARTICIPA
                   IF RTN-TURMA-PARTICIPA NOT EQUAL 0 THEN
                       MOVE ALU-MATRICULA OF ALUNOS(IX-ALUNOS)
                               TO MATRICULA-BUSCA
                       PERFORM BUSCA-PARTICIPACAO
                       IF RTN-PARTICIPACAO-ACHADA EQUAL 0 AND
                               TOTAL-PARTICIPACOES < 3000 THEN
                           ADD 1 TO TOTAL-PARTICIPACOES
                           ADD 1 TO TOTAL-INCLUIDAS
                           MOVE SPACES TO
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           MOVE CODIGO-BUSCA TO EVP-EVENTO OF
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           MOVE MATRICULA-BUSCA TO EVP-MATRICULA OF
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           MOVE "P" TO EVP-SITUACAO OF
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           MOVE 0 TO EVP-DATA-RESPOSTA OF
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           MOVE 0 TO EVP-MES-COBRANCA OF
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           MOVE OPERADOR-ID TO EVP-OPERADOR OF
                                   PARTICIPACOES(TOTAL-PARTICIPACOES)
                           PERFORM POSTA-PEDIDO-AUTORIZACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Each student put on the event gets a permission slip
      * notice posted to the guardian's SMS/e-mail queue.
       POSTA-PEDIDO-AUTORIZACAO.
           IF EVT-DATA OF EVENTO-EDICAO >= DATA-HOJE THEN
               MOVE SPACES TO MENSAGEM-TEXTO
               STRING "ESCOLA MUNICIPAL: PASSEIO A " DELIMITED BY SIZE
                      EVT-DESTINO OF EVENTO-EDICAO DELIMITED BY "  "
                      " EM " DELIMITED BY SIZE
                      EVT-DATA OF EVENTO-EDICAO(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      EVT-DATA OF EVENTO-EDICAO(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      EVT-DATA OF EVENTO-EDICAO(1:4) DELIMITED BY SIZE
                      ". ENVIE A AUTORIZACAO ASSINADA DE "
                              DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(IX-ALUNOS) DELIMITED BY "  "
                      " A SECRETARIA." DELIMITED BY SIZE
                      INTO MENSAGEM-TEXTO
               END-STRING
               CALL "ALUNO-MENSAGEM-POSTA" USING MENSAGEM-TIPO,
                       MATRICULA-BUSCA, MENSAGEM-TEXTO, OPERADOR-ID,
                       STATUS-MENSAGEM
           END-IF.

       VERIFICA-TURMA-PARTICIPA.
           MOVE 0 TO RTN-TURMA-PARTICIPA.
           IF TURMA-BUSCA NOT EQUAL SPACES THEN
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > 6 OR RTN-TURMA-PARTICIPA NOT EQUAL 0
                   IF EVT-TURMA OF EVENTO-EDICAO(T) EQUAL TURMA-BUSCA
                           THEN
                       MOVE T TO RTN-TURMA-PARTICIPA
                   END-IF
               END-PERFORM
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

       BUSCA-PARTICIPACAO.
           MOVE 0 TO RTN-PARTICIPACAO-ACHADA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-PARTICIPACOES
                   OR RTN-PARTICIPACAO-ACHADA NOT EQUAL 0
               IF EVP-EVENTO OF PARTICIPACOES(J) EQUAL CODIGO-BUSCA AND
                       EVP-MATRICULA OF PARTICIPACOES(J) EQUAL
                               MATRICULA-BUSCA THEN
                   MOVE J TO RTN-PARTICIPACAO-ACHADA
               END-IF
           END-PERFORM.

      * The answer on the permission slip is recorded with the name
      * of the responsavel who signed it; putting it back to pendente
      * clears both.  Once the event has taken place the answers are
      * kept as they were, and so is an authorization whose cost is
      * already on a mensalidade.
       REGISTRA-AUTORIZACAO.
           MOVE SPACES TO PARTICIPACAO.
           MOVE 0 TO EVP-MATRICULA OF PARTICIPACAO.
           MOVE " " TO CANCELADO.
           DISPLAY AUTORIZACAO-SCREEN.
           ACCEPT AUTORIZACAO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE EVP-EVENTO OF PARTICIPACAO TO CODIGO-BUSCA
               MOVE EVP-MATRICULA OF PARTICIPACAO TO MATRICULA-BUSCA
               PERFORM BUSCA-EVENTO
               PERFORM BUSCA-PARTICIPACAO
               IF RTN-CODIGO-ACHADO EQUAL 0 THEN
                   MOVE "EVENTO NAO CADASTRADO" TO STATUS-EVENTO
               ELSE
               IF RTN-PARTICIPACAO-ACHADA EQUAL 0 THEN
                   MOVE "ALUNO FORA DO EVENTO" TO STATUS-EVENTO
               ELSE
               IF EVT-DATA OF EVENTOS(RTN-CODIGO-ACHADO) < DATA-HOJE
                       THEN
                   MOVE "EVENTO JA REALIZADO" TO STATUS-EVENTO
               ELSE
               IF NOT EVP-SITUACAO-VALIDA OF PARTICIPACAO THEN
                   MOVE "SITUACAO INVALIDA" TO STATUS-EVENTO
               ELSE
               IF EVP-MES-COBRANCA OF
                       PARTICIPACOES(RTN-PARTICIPACAO-ACHADA)
                       NOT EQUAL 0 AND
                       NOT EVP-AUTORIZADO OF PARTICIPACAO THEN
                   MOVE "JA COBRADO NA MENSALIDADE" TO STATUS-EVENTO
               ELSE
               IF NOT EVP-PENDENTE OF PARTICIPACAO AND
                       EVP-RESPONSAVEL OF PARTICIPACAO EQUAL SPACES
                       THEN
                   MOVE "INFORME O RESPONSAVEL" TO STATUS-EVENTO
               ELSE
                   PERFORM GRAVA-AUTORIZACAO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       GRAVA-AUTORIZACAO.
           MOVE EVP-SITUACAO OF PARTICIPACAO TO EVP-SITUACAO OF
                   PARTICIPACOES(RTN-PARTICIPACAO-ACHADA).
           MOVE OPERADOR-ID TO EVP-OPERADOR OF
                   PARTICIPACOES(RTN-PARTICIPACAO-ACHADA).
           IF EVP-PENDENTE OF PARTICIPACAO THEN
               MOVE SPACES TO EVP-RESPONSAVEL OF
                       PARTICIPACOES(RTN-PARTICIPACAO-ACHADA)
               MOVE 0 TO EVP-DATA-RESPOSTA OF
                       PARTICIPACOES(RTN-PARTICIPACAO-ACHADA)
               MOVE "VOLTOU A PENDENTE" TO STATUS-EVENTO
           ELSE
               MOVE EVP-RESPONSAVEL OF PARTICIPACAO TO EVP-RESPONSAVEL
                       OF PARTICIPACOES(RTN-PARTICIPACAO-ACHADA)
               MOVE DATA-HOJE TO EVP-DATA-RESPOSTA OF
                       PARTICIPACOES(RTN-PARTICIPACAO-ACHADA)
               IF EVP-AUTORIZADO OF PARTICIPACAO THEN
                   MOVE "AUTORIZACAO REGISTRADA" TO STATUS-EVENTO
               ELSE
                   MOVE "RECUSA REGISTRADA" TO STATUS-EVENTO
               END-IF
           END-IF.

      * Pending permission slips per turma, with the guardian's
      * phone so the office can chase the answers, and the count of
      * each situation at the end of every turma.
       RELATORIO-PENDENTES.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE SPACES TO TURMA-BUSCA.
           DISPLAY RELATORIO-SCREEN.
           ACCEPT RELATORIO-SCREEN.
           PERFORM BUSCA-EVENTO.
           IF RTN-CODIGO-ACHADO EQUAL 0 THEN
               MOVE "EVENTO NAO CADASTRADO" TO STATUS-EVENTO
           ELSE
               MOVE EVENTOS(RTN-CODIGO-ACHADO) TO EVENTO-EDICAO
               MOVE TURMA-BUSCA TO TURMA-RELATORIO
               PERFORM VERIFICA-TURMA-PARTICIPA
               IF TURMA-RELATORIO NOT EQUAL SPACES AND
                       RTN-TURMA-PARTICIPA EQUAL 0 THEN
                   MOVE "TURMA FORA DO EVENTO" TO STATUS-EVENTO
               ELSE
                   OPEN OUTPUT ARQ-RELATORIO
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "AUTORIZACOES PENDENTES - EVENTO "
                                  DELIMITED BY SIZE
                          CODIGO-BUSCA DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
                   PERFORM IMPRIME-CABECALHO-EVENTO
                   PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                       IF EVT-TURMA OF EVENTO-EDICAO(T) NOT EQUAL
                               SPACES AND
                               (TURMA-RELATORIO EQUAL SPACES OR
                                EVT-TURMA OF EVENTO-EDICAO(T) EQUAL
                                        TURMA-RELATORIO) THEN
                           PERFORM IMPRIME-PENDENTES-TURMA
                       END-IF
                   END-PERFORM
                   CLOSE ARQ-RELATORIO
                   CALL "ALUNO-SPOOL" USING NOME-RELATORIO,
                           OPERADOR-ID
                   MOVE "GRAVADO EM EVENTO.RPT" TO STATUS-EVENTO
               END-IF
           END-IF.

       IMPRIME-CABECALHO-EVENTO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DESTINO: " DELIMITED BY SIZE
                  EVT-DESTINO OF EVENTO-EDICAO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE EVT-VALOR OF EVENTO-EDICAO TO VALOR-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DATA: " DELIMITED BY SIZE
                  EVT-DATA OF EVENTO-EDICAO DELIMITED BY SIZE
                  "  SAIDA: " DELIMITED BY SIZE
                  EVT-HORA-SAIDA OF EVENTO-EDICAO(1:2)
                          DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  EVT-HORA-SAIDA OF EVENTO-EDICAO(3:2)
                          DELIMITED BY SIZE
                  "  RETORNO: " DELIMITED BY SIZE
                  EVT-HORA-RETORNO OF EVENTO-EDICAO(1:2)
                          DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  EVT-HORA-RETORNO OF EVENTO-EDICAO(3:2)
                          DELIMITED BY SIZE
                  "  CUSTO: " DELIMITED BY SIZE
                  VALOR-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-PENDENTES-TURMA.
           MOVE 0 TO TOTAL-AUTORIZADOS.
           MOVE 0 TO TOTAL-NEGADOS.
           MOVE 0 TO TOTAL-PENDENTES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA " DELIMITED BY SIZE
                  EVT-TURMA OF EVENTO-EDICAO(T) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "MATRIC NOME" TO RELATORIO-LINHA(1:11).
           MOVE "RESPONSAVEL" TO RELATORIO-LINHA(39:11).
           MOVE "TELEFONE" TO RELATORIO-LINHA(66:8).
           WRITE RELATORIO-LINHA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-PARTICIPACOES
               IF EVP-EVENTO OF PARTICIPACOES(J) EQUAL CODIGO-BUSCA
                       THEN
                   MOVE EVP-MATRICULA OF PARTICIPACOES(J)
                           TO MATRICULA-BUSCA
                   PERFORM BUSCA-ALUNO
                   IF RTN-MATRICULA-ACHADA NOT EQUAL 0 THEN
                       IF ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                               EQUAL EVT-TURMA OF EVENTO-EDICAO(T) AND
                               ALU-ATIVO OF
                                       ALUNOS(RTN-MATRICULA-ACHADA)
                               THEN
                           PERFORM CONTA-SITUACAO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "AUTORIZADOS: " DELIMITED BY SIZE
                  TOTAL-AUTORIZADOS DELIMITED BY SIZE
                  "  NAO AUTORIZADOS: " DELIMITED BY SIZE
                  TOTAL-NEGADOS DELIMITED BY SIZE
                  "  PENDENTES: " DELIMITED BY SIZE
                  TOTAL-PENDENTES DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       CONTA-SITUACAO.
           IF EVP-AUTORIZADO OF PARTICIPACOES(J) THEN
               ADD 1 TO TOTAL-AUTORIZADOS
           ELSE
           IF EVP-NAO-AUTORIZADO OF PARTICIPACOES(J) THEN
               ADD 1 TO TOTAL-NEGADOS
           ELSE
               ADD 1 TO TOTAL-PENDENTES
               PERFORM BUSCA-RESPONSAVEL
               MOVE SPACES TO RELATORIO-LINHA
               STRING MATRICULA-BUSCA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               IF RTN-RESPONSAVEL-ACHADO NOT EQUAL 0 THEN
                   MOVE RSP-NOME OF
                           RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)(1:26)
                           TO RELATORIO-LINHA(39:26)
                   MOVE RSP-TELEFONE OF
                           RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                           TO RELATORIO-LINHA(66:12)
               ELSE
                   MOVE "(SEM RESPONSAVEL)" TO RELATORIO-LINHA(39:17)
               END-IF
               WRITE RELATORIO-LINHA
           END-IF
           END-IF.

       BUSCA-RESPONSAVEL.
           MOVE 0 TO RTN-RESPONSAVEL-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-RESPONSAVEIS
                   OR RTN-RESPONSAVEL-ACHADO NOT EQUAL 0
               IF RSP-MATRICULA OF RESPONSAVEIS(I) EQUAL
                       MATRICULA-BUSCA THEN
                   MOVE I TO RTN-RESPONSAVEL-ACHADO
               END-IF
           END-PERFORM.

       BUSCA-SAUDE.
           MOVE 0 TO RTN-SAUDE-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-SAUDES
                   OR RTN-SAUDE-ACHADA NOT EQUAL 0
               IF SAU-MATRICULA OF SAUDES(I) EQUAL MATRICULA-BUSCA
                       THEN
                   MOVE I TO RTN-SAUDE-ACHADA
               END-IF
           END-PERFORM.

      * Boarding list for the teacher on the bus: only the students
      * whose guardian authorized the trip, each with the allergies
      * and the emergency contact from the health record and a box
      * to tick on boarding and on the way back.
       LISTA-EMBARQUE.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE SPACES TO TURMA-BUSCA.
           DISPLAY RELATORIO-SCREEN.
           ACCEPT RELATORIO-SCREEN.
           PERFORM BUSCA-EVENTO.
           IF RTN-CODIGO-ACHADO EQUAL 0 THEN
               MOVE "EVENTO NAO CADASTRADO" TO STATUS-EVENTO
           ELSE
               MOVE EVENTOS(RTN-CODIGO-ACHADO) TO EVENTO-EDICAO
               MOVE TURMA-BUSCA TO TURMA-RELATORIO
               PERFORM VERIFICA-TURMA-PARTICIPA
               IF TURMA-RELATORIO NOT EQUAL SPACES AND
                       RTN-TURMA-PARTICIPA EQUAL 0 THEN
                   MOVE "TURMA FORA DO EVENTO" TO STATUS-EVENTO
               ELSE
                   MOVE 0 TO TOTAL-EMBARQUE
                   OPEN OUTPUT ARQ-RELATORIO
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "LISTA DE EMBARQUE - EVENTO "
                                  DELIMITED BY SIZE
                          CODIGO-BUSCA DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
                   PERFORM IMPRIME-CABECALHO-EVENTO
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE "MATRIC NOME" TO RELATORIO-LINHA(1:11)
                   MOVE "TURMA" TO RELATORIO-LINHA(39:5)
                   MOVE "IDA VOLTA" TO RELATORIO-LINHA(66:9)
                   WRITE RELATORIO-LINHA
                   PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                       IF EVT-TURMA OF EVENTO-EDICAO(T) NOT EQUAL
                               SPACES AND
                               (TURMA-RELATORIO EQUAL SPACES OR
                                EVT-TURMA OF EVENTO-EDICAO(T) EQUAL
                                        TURMA-RELATORIO) THEN
                           PERFORM IMPRIME-EMBARQUE-TURMA
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "TOTAL DE ALUNOS AUTORIZADOS: "
                                  DELIMITED BY SIZE
                          TOTAL-EMBARQUE DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
                   WRITE RELATORIO-LINHA
                   CLOSE ARQ-RELATORIO
                   CALL "ALUNO-SPOOL" USING NOME-RELATORIO,
                           OPERADOR-ID
                   MOVE "GRAVADO EM EVENTO.RPT" TO STATUS-EVENTO
               END-IF
           END-IF.

       IMPRIME-EMBARQUE-TURMA.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-PARTICIPACOES
               IF EVP-EVENTO OF PARTICIPACOES(J) EQUAL CODIGO-BUSCA
                       AND EVP-AUTORIZADO OF PARTICIPACOES(J) THEN
                   MOVE EVP-MATRICULA OF PARTICIPACOES(J)
                           TO MATRICULA-BUSCA
                   PERFORM BUSCA-ALUNO
                   IF RTN-MATRICULA-ACHADA NOT EQUAL 0 THEN
                       IF ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                               EQUAL EVT-TURMA OF EVENTO-EDICAO(T) AND
                               ALU-ATIVO OF
                                       ALUNOS(RTN-MATRICULA-ACHADA)
                               THEN
                           PERFORM IMPRIME-EMBARCADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIME-EMBARCADO.
           ADD 1 TO TOTAL-EMBARQUE.
           PERFORM BUSCA-SAUDE.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING MATRICULA-BUSCA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                   TO RELATORIO-LINHA(39:4).
           MOVE "[ ] [ ]" TO RELATORIO-LINHA(66:7).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           IF RTN-SAUDE-ACHADA EQUAL 0 THEN
               MOVE "       (SEM FICHA DE SAUDE)"
                       TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               IF SAU-ALERGIAS OF SAUDES(RTN-SAUDE-ACHADA) EQUAL
                       SPACES THEN
                   MOVE "       ALERGIAS: NENHUMA"
                           TO RELATORIO-LINHA
               ELSE
                   STRING "       ALERGIAS: " DELIMITED BY SIZE
                          SAU-ALERGIAS OF SAUDES(RTN-SAUDE-ACHADA)
                                  DELIMITED BY SIZE
                          INTO RELATORIO-LINHA
                   END-STRING
               END-IF
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "       EMERGENCIA: " DELIMITED BY SIZE
                      SAU-CONTATO-NOME OF SAUDES(RTN-SAUDE-ACHADA)
                              DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SAU-CONTATO-FONE OF SAUDES(RTN-SAUDE-ACHADA)
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
