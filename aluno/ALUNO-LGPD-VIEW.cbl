       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-LGPD-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CADASTRO ASSIGN TO "CADASTRO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUTORIZADOS ASSIGN TO "AUTORIZA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-SAUDE ASSIGN TO "SAUDE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AEE ASSIGN TO "AEE.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-OCORRENCIAS ASSIGN TO "OCORRENC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ATESTADOS ASSIGN TO "ATESTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ARQUIVO-MORTO ASSIGN TO "AUDARQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-NOTA-AUDITORIA ASSIGN TO "NOTAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUTORIZADO-AUDITORIA
               ASSIGN TO "AUTAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RETIRADAS ASSIGN TO "RETIRADA.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MENSAGENS ASSIGN TO "MENSAGEM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PURGA ASSIGN TO "PURGA.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RETENCAO ASSIGN TO "RETENCAO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "LGPD.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO.
       01  CADASTRO-REC.
           COPY ALUCAD.
       FD  ARQ-HISTORICO.
       01  HISTORICO-REC.
           COPY ALUHIST.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-AUTORIZADOS.
       01  AUTORIZADO-REC.
           COPY ALUAUTBU.
       FD  ARQ-SAUDE.
       01  SAUDE-REC.
           COPY ALUSAUDE.
       FD  ARQ-AEE.
       01  AEE-REC.
           COPY ALUAEE.
       FD  ARQ-OCORRENCIAS.
       01  OCORRENCIA-REC.
           COPY ALUOCOR.
       FD  ARQ-ATESTADOS.
       01  ATESTADO-REC.
           COPY ALUATEST.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.
       FD  ARQ-AUDITORIA.
       01  AUDITORIA-REC.
           COPY ALUAUDIT.
       FD  ARQ-ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC.
           COPY ALUAUDIT.
       FD  ARQ-NOTA-AUDITORIA.
       01  NOTA-AUDITORIA-REC.
           COPY ALUNOTAU.
       FD  ARQ-AUTORIZADO-AUDITORIA.
       01  AUTORIZADO-AUDITORIA-REC.
           COPY ALUAUTAU.
       FD  ARQ-RETIRADAS.
       01  RETIRADA-REC.
           COPY ALURETIR.
       FD  ARQ-MENSAGENS.
       01  MENSAGEM-REC.
           COPY ALUMSGQ.
       FD  ARQ-PURGA.
       01  PURGA-REC.
           COPY ALUPURGA.
       FD  ARQ-RETENCAO.
       01  RETENCAO-REC.
           COPY ALURETEN.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 TOTAL-SECAO PIC 9(4) VALUE 0.
       01 TOTAL-GERAL PIC 9(5) VALUE 0.
       01 TITULO-SECAO PIC X(60) VALUE SPACES.
       01 STATUS-LGPD PIC X(25) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "LGPD.RPT".
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 VALOR-EDIT PIC ZZZZ9.99.
       01 NOTA-EDIT PIC Z9.9.
       01 TOTAL-EDIT PIC ZZZZ9.
       01 RETENCAO.
           COPY ALURETEN.
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "PROTECAO DE DADOS (LGPD)" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "(1) Relatorio do titular"          LINE 3 COL 10.
           05  VALUE "(2) Prazos de retencao"            LINE 4 COL 10.
           05  VALUE "(x) Voltar"                        LINE 5 COL 10.
           05  VALUE "OPCAO:"                            LINE 7 COL 10.
           05  OPCAO-INPUT                               LINE 7 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-LGPD-WS                           LINE 9 COL 10
                        PIC X(25) FROM STATUS-LGPD.

       01  TITULAR-SCREEN.
           05  VALUE "RELATORIO DO TITULAR" BLANK SCREEN LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 45
                           PIC 9(6) TO MATRICULA-BUSCA AUTO.

       01  RETENCAO-SCREEN.
           05  VALUE "PRAZOS DE RETENCAO (ANOS APOS O DESLIGAMENTO)"
                                           BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "0 = manter sem prazo"              LINE 2 COL 10.
           05  VALUE "Cadastro (documento, endereco):"   LINE 4 COL 10.
           05  CADASTRO-INPUT                            LINE 4 COL 50
                   PIC 9(2) USING RTC-ANOS-CADASTRO OF RETENCAO AUTO.
           05  VALUE "Responsaveis, autorizados, msgs:"  LINE 5 COL 10.
           05  RESPONSAVEL-INPUT                         LINE 5 COL 50
                   PIC 9(2) USING RTC-ANOS-RESPONSAVEL OF RETENCAO
                   AUTO.
           05  VALUE "Saude e plano AEE:"                LINE 6 COL 10.
           05  SAUDE-INPUT                               LINE 6 COL 50
                   PIC 9(2) USING RTC-ANOS-SAUDE OF RETENCAO AUTO.
           05  VALUE "Ocorrencias:"                      LINE 7 COL 10.
           05  OCORRENCIA-INPUT                          LINE 7 COL 50
                   PIC 9(2) USING RTC-ANOS-OCORRENCIA OF RETENCAO
                   AUTO.
           05  VALUE "Atestados (documento):"            LINE 8 COL 10.
           05  ATESTADO-INPUT                            LINE 8 COL 50
                   PIC 9(2) USING RTC-ANOS-ATESTADO OF RETENCAO AUTO.
           05  VALUE "Mensalidades quitadas:"            LINE 9 COL 10.
           05  FINANCEIRO-INPUT                          LINE 9 COL 50
                   PIC 9(2) USING RTC-ANOS-FINANCEIRO OF RETENCAO
                   AUTO.

      * Supervisor screen (the menu checks the level).  The subject
      * report is only read from the files; the retention periods are
      * used by the ALURETPU batch job.
       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       PERFORM RELATORIO-TITULAR
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM MANTEM-RETENCAO
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-LGPD.
       EXIT PROGRAM.

       MANTEM-RETENCAO.
           CALL "ALUNO-PARAMETRO-RETENCAO" USING RETENCAO.
           DISPLAY RETENCAO-SCREEN.
           ACCEPT RETENCAO-SCREEN.
           OPEN OUTPUT ARQ-RETENCAO.
           MOVE RETENCAO TO RETENCAO-REC.
           WRITE RETENCAO-REC.
           CLOSE ARQ-RETENCAO.
           MOVE "PRAZOS ATUALIZADOS" TO STATUS-LGPD.

      * Everything the school holds about one student, file by file,
      * for a request from the family (data subject report).  The
      * purge register is included so that what was already removed
      * is also accounted for.
       RELATORIO-TITULAR.
           MOVE 0 TO MATRICULA-BUSCA.
           DISPLAY TITULAR-SCREEN.
           ACCEPT TITULAR-SCREEN.
           PERFORM BUSCA-ALUNO.
           IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
               MOVE "MATRICULA INEXISTENTE" TO STATUS-LGPD
           ELSE
               ACCEPT DATA-HOJE FROM DATE YYYYMMDD
               MOVE 0 TO TOTAL-GERAL
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM IMPRIME-TITULAR
               PERFORM IMPRIME-CADASTRO
               PERFORM IMPRIME-HISTORICO
               PERFORM IMPRIME-RESPONSAVEIS
               PERFORM IMPRIME-AUTORIZADOS
               PERFORM IMPRIME-SAUDE
               PERFORM IMPRIME-AEE
               PERFORM IMPRIME-OCORRENCIAS
               PERFORM IMPRIME-ATESTADOS
               PERFORM IMPRIME-MENSALIDADES
               PERFORM IMPRIME-AUDITORIA
               PERFORM IMPRIME-NOTA-AUDITORIA
               PERFORM IMPRIME-AUTORIZADO-AUDITORIA
               PERFORM IMPRIME-RETIRADAS
               PERFORM IMPRIME-MENSAGENS
               PERFORM IMPRIME-PURGA
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE TOTAL-GERAL TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TOTAL DE REGISTROS: " DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               CLOSE ARQ-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               MOVE "GRAVADO EM LGPD.RPT" TO STATUS-LGPD
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

       INICIA-SECAO.
           MOVE 0 TO TOTAL-SECAO.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TITULO-SECAO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       CONTA-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 1 TO TOTAL-SECAO.
           ADD 1 TO TOTAL-GERAL.

       FECHA-SECAO.
           IF TOTAL-SECAO EQUAL 0 THEN
               MOVE "  NENHUM REGISTRO" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-TITULAR.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DADOS PESSOAIS DO ALUNO - MATRICULA "
                          DELIMITED BY SIZE
                  MATRICULA-BUSCA DELIMITED BY SIZE
                  "  EMITIDO EM " DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "SOLICITADO POR OPERADOR " DELIMITED BY SIZE
                  OPERADOR-ID DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "CADASTRO DO ALUNO (ALUNOS.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " TURMA " DELIMITED BY SIZE
                  ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " STATUS " DELIMITED BY SIZE
                  ALU-STATUS OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           PERFORM CONTA-LINHA.

       IMPRIME-CADASTRO.
           MOVE "DADOS DE MATRICULA (CADASTRO.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-CADASTRO.
           PERFORM LE-CADASTRO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-CADASTRO.
           PERFORM FECHA-SECAO.

       LE-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF CAD-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  NASCIMENTO " DELIMITED BY SIZE
                              CAD-NASCIMENTO DELIMITED BY SIZE
                              " DOCUMENTO " DELIMITED BY SIZE
                              CAD-DOCUMENTO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  ENDERECO " DELIMITED BY SIZE
                              CAD-ENDERECO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       WRITE RELATORIO-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  ESCOLA ANTERIOR " DELIMITED BY SIZE
                              CAD-ESCOLA-ANTERIOR DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       WRITE RELATORIO-LINHA
                   END-IF
           END-READ.

       IMPRIME-HISTORICO.
           MOVE "HISTORICO ESCOLAR (HISTORICO.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-HISTORICO.
           PERFORM FECHA-SECAO.

       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF HIS-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              HIS-ANO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HIS-TURMA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HIS-EVENTO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HIS-DATA DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

       IMPRIME-RESPONSAVEIS.
           MOVE "RESPONSAVEIS (RESPONSAVEL.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM LE-RESPONSAVEL UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-RESPONSAVEIS.
           PERFORM FECHA-SECAO.

       LE-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF RSP-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              RSP-NOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              RSP-PARENTESCO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              RSP-TELEFONE DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "    ENDERECO " DELIMITED BY SIZE
                              RSP-ENDERECO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       WRITE RELATORIO-LINHA
                       IF RSP-EMAIL NOT EQUAL SPACES THEN
                           MOVE SPACES TO RELATORIO-LINHA
                           STRING "    E-MAIL " DELIMITED BY SIZE
                                  RSP-EMAIL DELIMITED BY SIZE
                                  INTO RELATORIO-LINHA
                           END-STRING
                           WRITE RELATORIO-LINHA
                       END-IF
                   END-IF
           END-READ.

       IMPRIME-AUTORIZADOS.
           MOVE "AUTORIZADOS A BUSCAR (AUTORIZA.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-AUTORIZADOS.
           PERFORM LE-AUTORIZADO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-AUTORIZADOS.
           PERFORM FECHA-SECAO.

       LE-AUTORIZADO.
           READ ARQ-AUTORIZADOS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF ATB-MATRICULA OF AUTORIZADO-REC EQUAL
                           MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              ATB-NOME OF AUTORIZADO-REC
                                      DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ATB-DOCUMENTO OF AUTORIZADO-REC
                                      DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ATB-PARENTESCO OF AUTORIZADO-REC
                                      DELIMITED BY SIZE
                              " PROIBIDO " DELIMITED BY SIZE
                              ATB-PROIBIDO OF AUTORIZADO-REC
                                      DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

       IMPRIME-SAUDE.
           MOVE "FICHA DE SAUDE (SAUDE.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-SAUDE.
           PERFORM LE-SAUDE UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-SAUDE.
           PERFORM FECHA-SECAO.

       LE-SAUDE.
           READ ARQ-SAUDE
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF SAU-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  SANGUE " DELIMITED BY SIZE
                              SAU-TIPO-SANGUINEO DELIMITED BY SIZE
                              " ALERGIAS " DELIMITED BY SIZE
                              SAU-ALERGIAS DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "    MEDICACAO " DELIMITED BY SIZE
                              SAU-MEDICACAO DELIMITED BY SIZE
                              " MEDICO " DELIMITED BY SIZE
                              SAU-MEDICO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       WRITE RELATORIO-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "    EMERGENCIA " DELIMITED BY SIZE
                              SAU-CONTATO-NOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SAU-CONTATO-FONE DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       WRITE RELATORIO-LINHA
                   END-IF
           END-READ.

       IMPRIME-AEE.
           MOVE "PLANO AEE (AEE.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-AEE.
           PERFORM LE-AEE UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-AEE.
           PERFORM FECHA-SECAO.

       LE-AEE.
           READ ARQ-AEE
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF AEE-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  CATEGORIA " DELIMITED BY SIZE
                              AEE-CATEGORIA DELIMITED BY SIZE
                              " LAUDO " DELIMITED BY SIZE
                              AEE-LAUDO DELIMITED BY SIZE
                              " DE " DELIMITED BY SIZE
                              AEE-DATA-LAUDO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "    PROFISSIONAL " DELIMITED BY SIZE
                              AEE-PROFISSIONAL DELIMITED BY SIZE
                              " REVISAO " DELIMITED BY SIZE
                              AEE-DATA-REVISAO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       WRITE RELATORIO-LINHA
                   END-IF
           END-READ.

       IMPRIME-OCORRENCIAS.
           MOVE "OCORRENCIAS (OCORRENC.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-OCORRENCIAS.
           PERFORM LE-OCORRENCIA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-OCORRENCIAS.
           PERFORM FECHA-SECAO.

       LE-OCORRENCIA.
           READ ARQ-OCORRENCIAS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF OCO-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              OCO-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              OCO-CATEGORIA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              OCO-DESCRICAO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

       IMPRIME-ATESTADOS.
           MOVE "ATESTADOS (ATESTADO.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-ATESTADOS.
           PERFORM LE-ATESTADO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-ATESTADOS.
           PERFORM FECHA-SECAO.

       LE-ATESTADO.
           READ ARQ-ATESTADOS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF ATE-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              ATE-DATA-INICIO DELIMITED BY SIZE
                              " A " DELIMITED BY SIZE
                              ATE-DATA-FIM DELIMITED BY SIZE
                              " DOCUMENTO " DELIMITED BY SIZE
                              ATE-DOCUMENTO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

       IMPRIME-MENSALIDADES.
           MOVE "MENSALIDADES (MENSALID.DAT)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM LE-MENSALIDADE UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-MENSALIDADES.
           PERFORM FECHA-SECAO.

       LE-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF MEN-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE MEN-VALOR TO VALOR-EDIT
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              MEN-ANO DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              MEN-MES DELIMITED BY SIZE
                              " VALOR " DELIMITED BY SIZE
                              VALOR-EDIT DELIMITED BY SIZE
                              " SITUACAO " DELIMITED BY SIZE
                              MEN-SITUACAO DELIMITED BY SIZE
                              " PAGO EM " DELIMITED BY SIZE
                              MEN-DATA-PAGAMENTO DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

      * The roster audit trail, archived part first (AUDARQ.DAT, see
      * ALUNO-AUDITORIA-ARQUIVA) and then the live log.
       IMPRIME-AUDITORIA.
           MOVE "MOVIMENTACOES (AUDARQ.DAT E AUDITORIA.LOG)"
                   TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-ARQUIVO-MORTO.
           PERFORM LE-ARQUIVO-MORTO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-ARQUIVO-MORTO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-AUDITORIA.
           PERFORM LE-AUDITORIA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-AUDITORIA.
           PERFORM FECHA-SECAO.

       LE-ARQUIVO-MORTO.
           READ ARQ-ARQUIVO-MORTO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF AUD-MATRICULA OF ARQUIVO-MORTO-REC EQUAL
                           MATRICULA-BUSCA THEN
                       MOVE ARQUIVO-MORTO-REC TO AUDITORIA-REC
                       PERFORM IMPRIME-EVENTO
                   END-IF
           END-READ.

       LE-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF AUD-MATRICULA OF AUDITORIA-REC EQUAL
                           MATRICULA-BUSCA THEN
                       PERFORM IMPRIME-EVENTO
                   END-IF
           END-READ.

       IMPRIME-EVENTO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " DELIMITED BY SIZE
                  AUD-DATA OF AUDITORIA-REC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-OPERACAO OF AUDITORIA-REC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-NOME OF AUDITORIA-REC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-SOBRENOME OF AUDITORIA-REC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-TURMA OF AUDITORIA-REC DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  AUD-OPERADOR OF AUDITORIA-REC DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           PERFORM CONTA-LINHA.

       IMPRIME-NOTA-AUDITORIA.
           MOVE "ALTERACOES DE NOTAS (NOTAUDIT.LOG)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-NOTA-AUDITORIA.
           PERFORM LE-NOTA-AUDITORIA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-NOTA-AUDITORIA.
           PERFORM FECHA-SECAO.

       LE-NOTA-AUDITORIA.
           READ ARQ-NOTA-AUDITORIA
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF NAU-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              NAU-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NAU-DISCIPLINA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              NAU-ANO DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              NAU-BIMESTRE DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       MOVE NAU-NOTA-ANTERIOR TO NOTA-EDIT
                       MOVE NOTA-EDIT TO RELATORIO-LINHA(30:4)
                       MOVE "PARA" TO RELATORIO-LINHA(35:4)
                       MOVE NAU-NOTA-NOVA TO NOTA-EDIT
                       MOVE NOTA-EDIT TO RELATORIO-LINHA(40:4)
                       MOVE NAU-MOTIVO TO RELATORIO-LINHA(45:10)
                       MOVE NAU-OPERADOR TO RELATORIO-LINHA(56:8)
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

       IMPRIME-AUTORIZADO-AUDITORIA.
           MOVE "ALTERACOES DE AUTORIZADOS (AUTAUDIT.LOG)"
                   TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-AUTORIZADO-AUDITORIA.
           PERFORM LE-AUTORIZADO-AUDITORIA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-AUTORIZADO-AUDITORIA.
           PERFORM FECHA-SECAO.

       LE-AUTORIZADO-AUDITORIA.
           READ ARQ-AUTORIZADO-AUDITORIA
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF ATB-MATRICULA OF AUTORIZADO-AUDITORIA-REC EQUAL
                           MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              AAU-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              AAU-OPERACAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ATB-NOME OF AUTORIZADO-AUDITORIA-REC
                                      DELIMITED BY SIZE
                              " POR " DELIMITED BY SIZE
                              AAU-OPERADOR DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

       IMPRIME-RETIRADAS.
           MOVE "RETIRADAS NA PORTARIA (RETIRADA.LOG)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-RETIRADAS.
           PERFORM LE-RETIRADA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-RETIRADAS.
           PERFORM FECHA-SECAO.

       LE-RETIRADA.
           READ ARQ-RETIRADAS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF RTR-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              RTR-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              RTR-NOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              RTR-DOCUMENTO DELIMITED BY SIZE
                              " POR " DELIMITED BY SIZE
                              RTR-OPERADOR DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.

      * Every message of the guardian queue about the student, with
      * the contact it was addressed to and its full text.
       IMPRIME-MENSAGENS.
           MOVE "MENSAGENS AOS RESPONSAVEIS (MENSAGEM.DAT)"
                   TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-MENSAGENS.
           PERFORM LE-MENSAGEM UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-MENSAGENS.
           PERFORM FECHA-SECAO.

       LE-MENSAGEM.
           READ ARQ-MENSAGENS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF MSG-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       PERFORM IMPRIME-MENSAGEM
                   END-IF
           END-READ.

       IMPRIME-MENSAGEM.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " DELIMITED BY SIZE
                  MSG-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-TIPO DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  MSG-SITUACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MSG-RESPONSAVEL DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           PERFORM CONTA-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           IF MSG-CANAL-SMS THEN
               MOVE "SMS PARA" TO RELATORIO-LINHA(5:8)
               MOVE MSG-TELEFONE TO RELATORIO-LINHA(14:12)
           ELSE
               MOVE "E-MAIL PARA" TO RELATORIO-LINHA(5:11)
               MOVE MSG-EMAIL TO RELATORIO-LINHA(17:40)
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE MSG-TEXTO(1:60) TO RELATORIO-LINHA(5:60).
           WRITE RELATORIO-LINHA.
           IF MSG-TEXTO(61:60) NOT EQUAL SPACES THEN
               MOVE SPACES TO RELATORIO-LINHA
               MOVE MSG-TEXTO(61:60) TO RELATORIO-LINHA(5:60)
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-PURGA.
           MOVE "DADOS JA ELIMINADOS (PURGA.LOG)" TO TITULO-SECAO.
           PERFORM INICIA-SECAO.
           OPEN INPUT ARQ-PURGA.
           PERFORM LE-PURGA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-PURGA.
           PERFORM FECHA-SECAO.

       LE-PURGA.
           READ ARQ-PURGA
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF PUR-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       MOVE SPACES TO RELATORIO-LINHA
                       STRING "  " DELIMITED BY SIZE
                              PUR-DATA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PUR-CATEGORIA DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              PUR-ARQUIVO DELIMITED BY SIZE
                              " ACAO " DELIMITED BY SIZE
                              PUR-ACAO DELIMITED BY SIZE
                              " REGISTROS " DELIMITED BY SIZE
                              PUR-REGISTROS DELIMITED BY SIZE
                              INTO RELATORIO-LINHA
                       END-STRING
                       PERFORM CONTA-LINHA
                   END-IF
           END-READ.
