               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESULTADO ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CAMPANHA ASSIGN TO "REMACAMP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-REMATRICULA ASSIGN TO "REMATRIC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "PROMOCAO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       FD  ARQ-RESULTADO.
       01  RESULTADO-REC.
           COPY ALURESUL.
       FD  ARQ-CAMPANHA.
       01  CAMPANHA-REC.
           COPY ALUREMCP.
       FD  ARQ-REMATRICULA.
       01  REMATRICULA-REC.
           COPY ALUREMAT.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).
           88 FIM-DO-PROMOCAO VALUE "S".
       01 RTN-REGRA-ACHADA PIC 9(1) VALUE 0.
       01 RTN-TURMA-OK PIC 9(1) VALUE 0.
       01 UNIDADE-ORIGEM PIC 9(2) VALUE 0.
       01 UNIDADE-DESTINO PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 TOTAL-REGRAS-INVALIDAS PIC 9(3) VALUE 0.
       01 TURMA-DESTINO-ACHADA PIC X(4) VALUE SPACES.
       01 TURMA-ORIGEM PIC X(4) VALUE SPACES.
       01 OPERACAO-TRANSPORTE PIC X(10) VALUE "PROMOCAO".
       01 TOTAL-PROMOVIDOS PIC 9(5) VALUE 0.
       01 TOTAL-INATIVOS PIC 9(5) VALUE 0.
       01 TOTAL-SEM-REGRA PIC 9(5) VALUE 0.
           05 RESULTADOS OCCURS 500 TIMES.
               COPY ALURESUL REPLACING ==05== BY ==10==.
       01 RESULTADO-ALUNO PIC X(1) VALUE " ".
       01 ANO-RESULTADO PIC 9(4) VALUE 0.
       01 CONSELHO.
           COPY ALUCONS.
       01 EVENTO-HISTORICO PIC X(10) VALUE SPACES.
       01 TOTAL-APROVADOS-CONSELHO PIC 9(5) VALUE 0.
       01 TOTAL-MANTIDOS-CONSELHO PIC 9(5) VALUE 0.
       01 TOTAL-PROMOVIDOS-DEPENDENCIA PIC 9(5) VALUE 0.
       01 R PIC 9(3) VALUE 1.
       01 TOTAL-RETIDOS PIC 9(5) VALUE 0.
       01 TOTAL-RETIDOS-FALTA PIC 9(5) VALUE 0.
       01 MATRICULA-EDIT PIC 9(6).
       01 QTDE-EDIT PIC ZZZ9.
       01 NOME-RELATORIO PIC X(12) VALUE "PROMOCAO.RPT".
       COPY ALUTURML.
       01 TOTAL-DESTINOS PIC 9(3) VALUE 0.
       01 DESTINO-ACHADO PIC 9(3) VALUE 0.
       01 TAB-DESTINOS.
           05 DESTINOS OCCURS TUR-MAX-TURMAS TIMES.
               10 DES-TURMA       PIC X(4).
               10 DES-QTDE        PIC 9(4).
       01 CAPACIDADE-DESTINO PIC 9(3) VALUE 0.
       01 VAGAS-DESTINO PIC 9(4) VALUE 0.
       01 TOTAL-VAGAS PIC 9(5) VALUE 0.
       01 FIM-CAMPANHA PIC X VALUE "N".
           88 FIM-DO-ARQ-CAMPANHA VALUE "S".
       01 FIM-REMATRICULA PIC X VALUE "N".
           88 FIM-DO-ARQ-REMATRICULA VALUE "S".
       01 CAMPANHA.
           COPY ALUREMCP.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 ANO-ENCERRADO PIC 9(4) VALUE 0.
       01 CAMPANHA-VIGENTE PIC X VALUE "N".
           88 HA-CAMPANHA-VIGENTE VALUE "S".
       01 TAB-INTENCOES.
           05 INTENCAO-ALUNO OCCURS 500 TIMES PIC X(1).
       01 TAB-DESLIGAMENTOS.
           05 DESLIGAR-ALUNO OCCURS 500 TIMES PIC X(1).
       01 TOTAL-ALUNOS-PROMOCAO PIC 9(3) VALUE 0.
       01 POSICAO PIC S9(3) VALUE 0.
       01 STATUS-DESLIGAMENTO PIC X(20) VALUE " ".
       01 OPERACAO-QUITACAO PIC X(10) VALUE SPACES.
       01 QUITACAO.
           COPY ALUQUIT.
       01 STATUS-QUITACAO PIC X(20) VALUE " ".
       01 TOTAL-REMATRICULA-PENDENTE PIC 9(5) VALUE 0.
       01 TOTAL-NAO-RETORNA PIC 9(5) VALUE 0.
       01 TOTAL-DESLIGADOS PIC 9(5) VALUE 0.
       01 TOTAL-DESLIG-RECUSADOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CARREGA-TABELA-PROMOCAO.
           PERFORM CARREGA-RESULTADOS.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-CAMPANHA.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO-RELATORIO.
           IF NOT EM-SIMULACAO THEN
           IF NOT EM-SIMULACAO THEN
               CLOSE ARQ-ALUNOS
           END-IF.
           IF HA-CAMPANHA-VIGENTE THEN
               PERFORM DESLIGA-NAO-RETORNA
           END-IF.
           PERFORM IMPRIME-DESTINOS.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
                   PERFORM VALIDA-REGRA-PROMOCAO
           END-READ.

      * A promotion keeps the student in the school unit; moving to
      * another unit is a transfer between units, done online.
       VALIDA-REGRA-PROMOCAO.
           CALL "ALUNO-TURMA-VALIDA" USING
                   PROM-TURMA-ORIGEM OF PROMOCAO-REC, RTN-TURMA-OK.
               CALL "ALUNO-TURMA-VALIDA" USING
                       PROM-TURMA-DESTINO OF PROMOCAO-REC, RTN-TURMA-OK
           END-IF.
           IF RTN-TURMA-OK EQUAL 1 THEN
               CALL "ALUNO-TURMA-UNIDADE" USING
                       PROM-TURMA-ORIGEM OF PROMOCAO-REC, OPERADOR-ID,
                       UNIDADE-ORIGEM, RTN-UNIDADE-OK
               CALL "ALUNO-TURMA-UNIDADE" USING
                       PROM-TURMA-DESTINO OF PROMOCAO-REC, OPERADOR-ID,
                       UNIDADE-DESTINO, RTN-UNIDADE-OK
           END-IF.
           IF RTN-TURMA-OK EQUAL 0 THEN
               ADD 1 TO TOTAL-REGRAS-INVALIDAS
               DISPLAY "REGRA IGNORADA - TURMA INVALIDA: "
                       PROM-TURMA-ORIGEM OF PROMOCAO-REC " -> "
                       PROM-TURMA-DESTINO OF PROMOCAO-REC
           ELSE
           IF UNIDADE-ORIGEM NOT EQUAL UNIDADE-DESTINO THEN
               ADD 1 TO TOTAL-REGRAS-INVALIDAS
               DISPLAY "REGRA IGNORADA - OUTRA UNIDADE: "
                       PROM-TURMA-ORIGEM OF PROMOCAO-REC " -> "
                       PROM-TURMA-DESTINO OF PROMOCAO-REC
           ELSE
               COMPUTE TOTAL-REGRAS = TOTAL-REGRAS + 1
               MOVE PROMOCAO-REC TO REGRAS-PROMOCAO(TOTAL-REGRAS)
           END-IF
           END-IF.

       CARREGA-RESULTADOS.
               STOP RUN
           END-IF.

      * The rematricula campaign for the year after the one being
      * closed decides who is carried forward.  A run from July on
      * closes the current calendar year, an earlier one the year
      * before; with no campaign for the following year every
      * active student is carried forward as before.
       CARREGA-CAMPANHA.
           MOVE "N" TO CAMPANHA-VIGENTE.
           MOVE SPACES TO TAB-INTENCOES.
           MOVE SPACES TO TAB-DESLIGAMENTOS.
           MOVE TOTAL-ALUNOS TO TOTAL-ALUNOS-PROMOCAO.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           MOVE DATA-COMPLETA(1:4) TO ANO-ENCERRADO.
           IF DATA-COMPLETA(5:2) < "07" THEN
               SUBTRACT 1 FROM ANO-ENCERRADO
           END-IF.
           MOVE 0 TO CMP-ANO-LETIVO OF CAMPANHA.
           MOVE "N" TO FIM-CAMPANHA.
           OPEN INPUT ARQ-CAMPANHA.
           PERFORM LE-CAMPANHA UNTIL FIM-DO-ARQ-CAMPANHA.
           CLOSE ARQ-CAMPANHA.
           IF CMP-ANO-LETIVO OF CAMPANHA > ANO-ENCERRADO THEN
               MOVE "S" TO CAMPANHA-VIGENTE
               MOVE "N" TO FIM-REMATRICULA
               OPEN INPUT ARQ-REMATRICULA
               PERFORM LE-REMATRICULA UNTIL FIM-DO-ARQ-REMATRICULA
               CLOSE ARQ-REMATRICULA
           END-IF.

       LE-CAMPANHA.
           READ ARQ-CAMPANHA
               AT END
                   MOVE "S" TO FIM-CAMPANHA
               NOT AT END
                   MOVE CAMPANHA-REC TO CAMPANHA
           END-READ.

       LE-REMATRICULA.
           READ ARQ-REMATRICULA
               AT END
                   MOVE "S" TO FIM-REMATRICULA
               NOT AT END
                   IF RMT-ANO-LETIVO EQUAL CMP-ANO-LETIVO OF CAMPANHA
                           THEN
                       PERFORM GUARDA-INTENCAO
                   END-IF
           END-READ.

       GUARDA-INTENCAO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL RMT-MATRICULA THEN
                   MOVE RMT-INTENCAO TO INTENCAO-ALUNO(I)
               END-IF
           END-PERFORM.

       PROMOVE-ALUNOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-ATIVO OF ALUNOS(I) AND HA-CAMPANHA-VIGENTE AND
                       INTENCAO-ALUNO(I) NOT EQUAL "C" THEN
                   PERFORM SEPARA-NAO-CONFIRMADO
               ELSE
               IF ALU-ATIVO OF ALUNOS(I) THEN
                   PERFORM BUSCA-RESULTADO-ALUNO
                   EVALUATE RESULTADO-ALUNO
                       WHEN "A"
                       WHEN "D"
                           PERFORM PROMOVE-UM-ALUNO
                       WHEN "R"
                       WHEN "F"
                           IF RESULTADO-ALUNO EQUAL "F" THEN
                               ADD 1 TO TOTAL-RETIDOS-FALTA
                           END-IF
                           MOVE ALU-TURMA OF ALUNOS(I)
                                   TO TURMA-DESTINO-ACHADA
                           PERFORM CONTA-DESTINO
                           IF NOT EM-SIMULACAO THEN
                               MOVE "RETIDO" TO EVENTO-HISTORICO
                               IF CON-MANTIDO OF CONSELHO THEN
                                   MOVE "RETIDO-CC" TO EVENTO-HISTORICO
                               END-IF
                               CALL "ALUNO-HISTORICO" USING
                                       EVENTO-HISTORICO, ALUNOS(I)
                           END-IF
                       WHEN OTHER
                           ADD 1 TO TOTAL-SEM-RESULTADO
               ELSE
                   ADD 1 TO TOTAL-INATIVOS
               END-IF
               END-IF
           END-PERFORM.

      * Students whose family has not answered stay in their turma
      * until the desk records the intention and the promotion is
      * rerun; those not returning are withdrawn once the master
      * is closed, since the withdrawal reopens it.
       SEPARA-NAO-CONFIRMADO.
           IF INTENCAO-ALUNO(I) EQUAL "N" THEN
               ADD 1 TO TOTAL-NAO-RETORNA
               MOVE "S" TO DESLIGAR-ALUNO(I)
           ELSE
               ADD 1 TO TOTAL-REMATRICULA-PENDENTE
               MOVE ALU-MATRICULA OF ALUNOS(I) TO MATRICULA-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING MATRICULA-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ALU-TURMA OF ALUNOS(I) DELIMITED BY SIZE
                      " REMATRICULA PENDENTE" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

      * As in the portal run, a student with months still open is
      * not withdrawn here: only a supervisor at the desk may
      * release that debt.
       DESLIGA-NAO-RETORNA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS-PROMOCAO
               IF DESLIGAR-ALUNO(I) EQUAL "S" THEN
                   PERFORM DESLIGA-UM-ALUNO
               END-IF
           END-PERFORM.

       DESLIGA-UM-ALUNO.
           MOVE "APURA" TO OPERACAO-QUITACAO.
           CALL "ALUNO-QUITACAO" USING OPERACAO-QUITACAO, ALUNOS(I),
                   QUITACAO, OPERADOR-ID, STATUS-QUITACAO.
           IF QUI-VALOR-VENCIDO NOT EQUAL 0 THEN
               MOVE "DEBITO EM ABERTO" TO STATUS-DESLIGAMENTO
               ADD 1 TO TOTAL-DESLIG-RECUSADOS
           ELSE
           IF EM-SIMULACAO THEN
               MOVE "SERA DESLIGADO" TO STATUS-DESLIGAMENTO
               ADD 1 TO TOTAL-DESLIGADOS
           ELSE
               MOVE I TO POSICAO
               CALL "ALUNO-DESLIGA" USING POSICAO,
                       STATUS-DESLIGAMENTO, TOTAL-ALUNOS, LISTA,
                       OPERADOR-ID
               IF STATUS-DESLIGAMENTO EQUAL "OK" THEN
                   PERFORM GRAVA-ALUNO-MESTRE
                   MOVE "DESLIGADO" TO STATUS-DESLIGAMENTO
                   ADD 1 TO TOTAL-DESLIGADOS
               ELSE
                   ADD 1 TO TOTAL-DESLIG-RECUSADOS
               END-IF
           END-IF
           END-IF.
           MOVE ALU-MATRICULA OF ALUNOS(I) TO MATRICULA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING MATRICULA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-TURMA OF ALUNOS(I) DELIMITED BY SIZE
                  " NAO RETORNA - " DELIMITED BY SIZE
                  STATUS-DESLIGAMENTO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       GRAVA-ALUNO-MESTRE.
           OPEN I-O ARQ-ALUNOS.
           MOVE ALUNOS(I) TO ALUNO-REC-FILE.
           REWRITE ALUNO-REC-FILE.
           IF ALU-FILE-STATUS NOT EQUAL "00" THEN
               WRITE ALUNO-REC-FILE
           END-IF.
           CLOSE ARQ-ALUNOS.

       PROMOVE-UM-ALUNO.
           PERFORM BUSCA-REGRA-PROMOCAO.
           IF RTN-REGRA-ACHADA EQUAL 1 THEN
           END-IF.

       BUSCA-RESULTADO-ALUNO.
           MOVE SPACES TO CONSELHO.
           IF TOTAL-RESULTADOS EQUAL 0 THEN
               MOVE "A" TO RESULTADO-ALUNO
           ELSE
                           ALU-MATRICULA OF ALUNOS(I) THEN
                       MOVE RES-RESULTADO OF RESULTADOS(R)
                               TO RESULTADO-ALUNO
                       MOVE RES-ANO OF RESULTADOS(R) TO ANO-RESULTADO
                   END-IF
               END-PERFORM
               IF RESULTADO-ALUNO EQUAL "R" OR
                       RESULTADO-ALUNO EQUAL "F" THEN
                   PERFORM APLICA-DECISAO-CONSELHO
               END-IF
           END-IF.

      * The closing verdict in RESULTADO.DAT stands unless the
      * conselho de classe approved the student for that year.
       APLICA-DECISAO-CONSELHO.
           CALL "ALUNO-CONSELHO-DECISAO" USING
                   ALU-MATRICULA OF ALUNOS(I), ANO-RESULTADO,
                   CONSELHO.
           IF CON-APROVADO-CONSELHO OF CONSELHO THEN
               MOVE "A" TO RESULTADO-ALUNO
               ADD 1 TO TOTAL-APROVADOS-CONSELHO
           END-IF.
           IF CON-MANTIDO OF CONSELHO THEN
               ADD 1 TO TOTAL-MANTIDOS-CONSELHO
           END-IF.

       BUSCA-REGRA-PROMOCAO.
           PERFORM IMPRIME-MOVIMENTACAO.
           PERFORM CONTA-DESTINO.
           ADD 1 TO TOTAL-PROMOVIDOS.
           IF RESULTADO-ALUNO EQUAL "D" THEN
               ADD 1 TO TOTAL-PROMOVIDOS-DEPENDENCIA
           END-IF.
           IF NOT EM-SIMULACAO THEN
               MOVE "PROMOVIDO" TO EVENTO-HISTORICO
               IF CON-APROVADO-CONSELHO OF CONSELHO THEN
                   MOVE "PROMOV-CC" TO EVENTO-HISTORICO
               END-IF
               IF RESULTADO-ALUNO EQUAL "D" THEN
                   MOVE "PROMOV-DEP" TO EVENTO-HISTORICO
               END-IF
               CALL "ALUNO-HISTORICO" USING EVENTO-HISTORICO,
                       ALUNOS(I)
               MOVE ALU-TURMA OF ALUNOS(I) TO TURMA-ORIGEM
               MOVE TURMA-DESTINO-ACHADA TO ALU-TURMA OF ALUNOS(I)
               MOVE ALUNOS(I) TO ALUNO-REC-FILE
               REWRITE ALUNO-REC-FILE
               CALL "ALUNO-AUDITORIA" USING "PROMOCAO", ALUNOS(I), I,
                       OPERADOR-ID
               CALL "ALUNO-TRANSPORTE-AVISO" USING OPERACAO-TRANSPORTE,
                       ALUNOS(I), TURMA-ORIGEM, OPERADOR-ID
           END-IF.

       IMPRIME-CABECALHO-RELATORIO.
                  TURMA-DESTINO-ACHADA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           IF CON-APROVADO-CONSELHO OF CONSELHO THEN
               MOVE "APROVADO PELO CONSELHO" TO RELATORIO-LINHA(50:22)
           END-IF.
           IF RESULTADO-ALUNO EQUAL "D" THEN
               MOVE "COM DEPENDENCIA" TO RELATORIO-LINHA(50:22)
           END-IF.
           WRITE RELATORIO-LINHA.

       IMPRIME-SEM-REGRA.
                   MOVE R TO DESTINO-ACHADO
               END-IF
           END-PERFORM.
           IF DESTINO-ACHADO EQUAL 0 AND
                   TOTAL-DESTINOS < TUR-MAX-TURMAS THEN
               ADD 1 TO TOTAL-DESTINOS
               MOVE TURMA-DESTINO-ACHADA TO DES-TURMA(TOTAL-DESTINOS)
               MOVE 1 TO DES-QTDE(TOTAL-DESTINOS)
                      " aluno(s)" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               PERFORM IMPRIME-CAPACIDADE-DESTINO
               WRITE RELATORIO-LINHA
           END-PERFORM.
           MOVE TOTAL-VAGAS TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "VAGAS PARA A LISTA DE ESPERA: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-CAPACIDADE-DESTINO.
           CALL "ALUNO-TURMA-CAPACIDADE" USING DES-TURMA(R),
                   CAPACIDADE-DESTINO.
           IF CAPACIDADE-DESTINO EQUAL 0 THEN
               MOVE "SEM CAPACIDADE" TO RELATORIO-LINHA(40:14)
           ELSE
               MOVE CAPACIDADE-DESTINO TO QTDE-EDIT
               MOVE "CAPACIDADE" TO RELATORIO-LINHA(40:10)
               MOVE QTDE-EDIT TO RELATORIO-LINHA(51:4)
               IF DES-QTDE(R) > CAPACIDADE-DESTINO THEN
                   COMPUTE VAGAS-DESTINO =
                           DES-QTDE(R) - CAPACIDADE-DESTINO
                   MOVE VAGAS-DESTINO TO QTDE-EDIT
                   MOVE "EXCEDE" TO RELATORIO-LINHA(57:6)
                   MOVE QTDE-EDIT TO RELATORIO-LINHA(64:4)
               ELSE
                   COMPUTE VAGAS-DESTINO =
                           CAPACIDADE-DESTINO - DES-QTDE(R)
                   ADD VAGAS-DESTINO TO TOTAL-VAGAS
                   MOVE VAGAS-DESTINO TO QTDE-EDIT
                   MOVE "VAGAS" TO RELATORIO-LINHA(57:5)
                   MOVE QTDE-EDIT TO RELATORIO-LINHA(64:4)
               END-IF
           END-IF.

       IMPRIME-SUMARIO.
           DISPLAY "PROMOCAO DE TURMA - FIM DE ANO - RESUMO".
           DISPLAY "REGRAS DE PROMOCAO ...: " TOTAL-REGRAS.
           DISPLAY "REGRAS INVALIDAS ......: " TOTAL-REGRAS-INVALIDAS.
           DISPLAY "ALUNOS PROMOVIDOS .....: " TOTAL-PROMOVIDOS.
           DISPLAY "COM DEPENDENCIA .......: "
                   TOTAL-PROMOVIDOS-DEPENDENCIA.
           DISPLAY "SEM REGRA APLICAVEL ...: " TOTAL-SEM-REGRA.
           DISPLAY "RETIDOS (REPROVADOS) ..: " TOTAL-RETIDOS.
           DISPLAY "RETIDOS POR FALTA .....: " TOTAL-RETIDOS-FALTA.
           DISPLAY "APROVADOS PELO CONSELHO: " TOTAL-APROVADOS-CONSELHO.
           DISPLAY "MANTIDOS PELO CONSELHO : " TOTAL-MANTIDOS-CONSELHO.
           DISPLAY "SEM RESULTADO .........: " TOTAL-SEM-RESULTADO.
           IF HA-CAMPANHA-VIGENTE THEN
               DISPLAY "REMATRICULA ...........: "
                       CMP-ANO-LETIVO OF CAMPANHA
               DISPLAY "REMATRICULA PENDENTE ..: "
                       TOTAL-REMATRICULA-PENDENTE
               DISPLAY "NAO RETORNAM ..........: " TOTAL-NAO-RETORNA
               DISPLAY "DESLIGADOS ............: " TOTAL-DESLIGADOS
               DISPLAY "DESLIGAMENTO RECUSADO .: "
                       TOTAL-DESLIG-RECUSADOS
           END-IF.
           DISPLAY "VAGAS PARA ESPERA .....: " TOTAL-VAGAS.
           DISPLAY "ALUNOS INATIVOS .......: " TOTAL-INATIVOS.
