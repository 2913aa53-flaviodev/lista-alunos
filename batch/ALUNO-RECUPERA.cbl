       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-RECUPERA AS "ALURECUP".

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
               RECORD KEY IS NOT-CHAVE OF NOTA-REC-FILE
               FILE STATUS IS NOT-FILE-STATUS.
           SELECT OPTIONAL ARQ-GERACOES ASSIGN TO "GERACOES.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ARQUIVO-MORTO ASSIGN TO "AUDARQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-NOTA-AUDITORIA ASSIGN TO "NOTAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "RECUPERA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-NOTAS.
       01  NOTA-REC-FILE.
           COPY ALUNOTAK.
       FD  ARQ-GERACOES.
       01  GERACAO-REC.
           COPY ALUGERC.
       FD  ARQ-ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC.
           COPY ALUAUDIT.
       FD  ARQ-AUDITORIA.
       01  AUDITORIA-REC.
           COPY ALUAUDIT.
       FD  ARQ-NOTA-AUDITORIA.
       01  NOTA-AUDITORIA-REC.
           COPY ALUNOTAU.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 NOT-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "RECUPERA.RPT".
       01 GERACAO-ALUNOS PIC 9(1) VALUE 0.
       01 GERACAO-NOTAS PIC 9(1) VALUE 0.
       01 CORTE-INFORMADO PIC 9(10) VALUE 0.
       01 FIM-GERACOES PIC X VALUE "N".
           88 FIM-DO-ARQ-GERACOES VALUE "S".
      * Points in time as AAMMDD + HHMMSSCC, the way ACCEPT FROM DATE
      * and FROM TIME stamp the catalog and both audit logs, so one
      * numeric compare puts any two of them in order.
       01 MOMENTO-ALUNOS PIC 9(14) VALUE 0.
       01 MOMENTO-NOTAS PIC 9(14) VALUE 0.
       01 MOMENTO-CORTE PIC 9(14) VALUE 0.
       01 MOMENTO-LIDO.
           05 MOMENTO-LIDO-DATA PIC 9(6).
           05 MOMENTO-LIDO-HORA PIC 9(8).
       01 MOMENTO-LIDO-N REDEFINES MOMENTO-LIDO PIC 9(14).
       01 MOMENTO-AUD PIC 9(14) VALUE 0.
       01 MOMENTO-NAU PIC 9(14) VALUE 0.
       01 FASE-AUDITORIA PIC X VALUE "A".
           88 LENDO-ARQUIVO-MORTO VALUE "A".
           88 LENDO-LOG-VIVO VALUE "V".
           88 FIM-DO-FLUXO-AUD VALUE "F".
       01 FIM-NOTA-AUDITORIA PIC X VALUE "N".
           88 FIM-DO-FLUXO-NAU VALUE "S".
       01 TEM-EVENTO-AUD PIC X VALUE "N".
           88 HA-EVENTO-AUD VALUE "S".
       01 TEM-EVENTO-NAU PIC X VALUE "N".
           88 HA-EVENTO-NAU VALUE "S".
       01 REGISTRO-ACHADO PIC X VALUE "N".
           88 REGISTRO-EXISTE VALUE "S".
       01 RESULTADO-ATUAL PIC X(9) VALUE SPACES.
       01 DETALHE-ATUAL PIC X(31) VALUE SPACES.
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 NOTA-ANTES-EDIT PIC Z9.9.
       01 NOTA-DEPOIS-EDIT PIC Z9.9.
       01 NOTA-ATUAL-EDIT PIC Z9.9.
       01 TOTAL-APLICADOS PIC 9(5) VALUE 0.
       01 TOTAL-IGNORADOS PIC 9(5) VALUE 0.
       01 TOTAL-CONFLITOS PIC 9(5) VALUE 0.
       01 TOTAL-APOS-CORTE PIC 9(5) VALUE 0.
       01 TOTAL-EDIT PIC ZZZZ9.

      * Forward recovery after ALUREST: the restored generation of
      * ALUNOS.DAT and/or NOTAS.DAT is brought up to date by replaying,
      * in time order, the roster operations of the audit trail
      * (archive AUDARQ.DAT, then AUDITORIA.LOG) and the grade changes
      * of NOTAUDIT.LOG stamped after the generation was taken, up to
      * the optional cut-off.  Each entry is checked against the
      * record as it stands: already there = IGNORADO, applies
      * cleanly = APLICADO, anything else = CONFLITO, left untouched
      * for the secretaria.  SYSIN: generation of ALUNOS (0 = not
      * restored), generation of NOTAS (0 = not restored), cut-off
      * AAMMDDHHMM (0 = replay everything).
       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT GERACAO-ALUNOS.
           ACCEPT GERACAO-NOTAS.
           ACCEPT CORTE-INFORMADO.
           DISPLAY "RECUPERACAO POR REAPLICACAO DOS LOGS".
           IF GERACAO-ALUNOS EQUAL 0 AND GERACAO-NOTAS EQUAL 0 THEN
               DISPLAY "INFORME NO SYSIN A GERACAO RESTAURADA"
               PERFORM ENCERRA
           END-IF.
           PERFORM LOCALIZA-GERACOES.
           IF (GERACAO-ALUNOS NOT EQUAL 0 AND MOMENTO-ALUNOS EQUAL 0)
                   OR (GERACAO-NOTAS NOT EQUAL 0 AND
                       MOMENTO-NOTAS EQUAL 0) THEN
               DISPLAY "GERACAO NAO ENCONTRADA NO CATALOGO"
               PERFORM ENCERRA
           END-IF.
           IF CORTE-INFORMADO EQUAL 0 THEN
               MOVE 99999999999999 TO MOMENTO-CORTE
           ELSE
               COMPUTE MOMENTO-CORTE = CORTE-INFORMADO * 10000 + 9999
           END-IF.
           DISPLAY "ALUNOS G" GERACAO-ALUNOS " DE " MOMENTO-ALUNOS.
           DISPLAY "NOTAS  G" GERACAO-NOTAS " DE " MOMENTO-NOTAS.
           DISPLAY "CORTE ...: " MOMENTO-CORTE.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM ABRE-FLUXOS.
           PERFORM PROXIMO-EVENTO-AUD.
           PERFORM PROXIMO-EVENTO-NAU.
           PERFORM REAPLICA-EVENTO UNTIL NOT HA-EVENTO-AUD AND
                   NOT HA-EVENTO-NAU.
           PERFORM FECHA-FLUXOS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           PERFORM ENCERRA.

       ENCERRA.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
           STOP RUN.

      * Generations are reused in a cycle, so the last catalog entry
      * for the file and generation is the one now restored.
       LOCALIZA-GERACOES.
           MOVE "N" TO FIM-GERACOES.
           OPEN INPUT ARQ-GERACOES.
           PERFORM LE-GERACAO UNTIL FIM-DO-ARQ-GERACOES.
           CLOSE ARQ-GERACOES.

       LE-GERACAO.
           READ ARQ-GERACOES
               AT END
                   MOVE "S" TO FIM-GERACOES
               NOT AT END
                   MOVE GER-DATA TO MOMENTO-LIDO-DATA
                   MOVE GER-HORA TO MOMENTO-LIDO-HORA
                   IF GER-ARQUIVO EQUAL "ALUNOS" AND
                           GER-GERACAO EQUAL GERACAO-ALUNOS THEN
                       MOVE MOMENTO-LIDO-N TO MOMENTO-ALUNOS
                   END-IF
                   IF GER-ARQUIVO EQUAL "NOTAS" AND
                           GER-GERACAO EQUAL GERACAO-NOTAS THEN
                       MOVE MOMENTO-LIDO-N TO MOMENTO-NOTAS
                   END-IF
           END-READ.

      * A file that was not restored has nothing to catch up with;
      * its log is not read at all.
       ABRE-FLUXOS.
           IF GERACAO-ALUNOS EQUAL 0 THEN
               MOVE "F" TO FASE-AUDITORIA
           ELSE
               MOVE "A" TO FASE-AUDITORIA
               OPEN INPUT ARQ-ARQUIVO-MORTO
               OPEN I-O ARQ-ALUNOS
           END-IF.
           IF GERACAO-NOTAS EQUAL 0 THEN
               MOVE "S" TO FIM-NOTA-AUDITORIA
           ELSE
               MOVE "N" TO FIM-NOTA-AUDITORIA
               OPEN INPUT ARQ-NOTA-AUDITORIA
               OPEN I-O ARQ-NOTAS
           END-IF.

       FECHA-FLUXOS.
           IF GERACAO-ALUNOS NOT EQUAL 0 THEN
               CLOSE ARQ-ALUNOS
           END-IF.
           IF GERACAO-NOTAS NOT EQUAL 0 THEN
               CLOSE ARQ-NOTAS
           END-IF.

      * Both streams are already in time order; the earlier of the
      * two pending entries goes first (the roster on a tie).
       REAPLICA-EVENTO.
           IF HA-EVENTO-AUD AND
                   (NOT HA-EVENTO-NAU OR MOMENTO-AUD NOT > MOMENTO-NAU)
                   THEN
               PERFORM REAPLICA-AUDITORIA
               PERFORM PROXIMO-EVENTO-AUD
           ELSE
               PERFORM REAPLICA-NOTA
               PERFORM PROXIMO-EVENTO-NAU
           END-IF.

      * Next roster entry after the generation: the archive is read
      * to its end first, then the live log.
       PROXIMO-EVENTO-AUD.
           MOVE "N" TO TEM-EVENTO-AUD.
           PERFORM LE-EVENTO-AUD UNTIL HA-EVENTO-AUD OR
                   FIM-DO-FLUXO-AUD.

       LE-EVENTO-AUD.
           IF LENDO-ARQUIVO-MORTO THEN
               READ ARQ-ARQUIVO-MORTO
                   AT END
                       CLOSE ARQ-ARQUIVO-MORTO
                       OPEN INPUT ARQ-AUDITORIA
                       MOVE "V" TO FASE-AUDITORIA
                   NOT AT END
                       MOVE ARQUIVO-MORTO-REC TO AUDITORIA-REC
                       PERFORM AVALIA-MOMENTO-AUD
               END-READ
           ELSE
               READ ARQ-AUDITORIA
                   AT END
                       CLOSE ARQ-AUDITORIA
                       MOVE "F" TO FASE-AUDITORIA
                   NOT AT END
                       PERFORM AVALIA-MOMENTO-AUD
               END-READ
           END-IF.

       AVALIA-MOMENTO-AUD.
           MOVE AUD-DATA OF AUDITORIA-REC TO MOMENTO-LIDO-DATA.
           MOVE AUD-HORA OF AUDITORIA-REC TO MOMENTO-LIDO-HORA.
           MOVE MOMENTO-LIDO-N TO MOMENTO-AUD.
           IF MOMENTO-AUD > MOMENTO-ALUNOS THEN
               IF MOMENTO-AUD > MOMENTO-CORTE THEN
                   ADD 1 TO TOTAL-APOS-CORTE
               ELSE
                   MOVE "S" TO TEM-EVENTO-AUD
               END-IF
           END-IF.

       PROXIMO-EVENTO-NAU.
           MOVE "N" TO TEM-EVENTO-NAU.
           PERFORM LE-EVENTO-NAU UNTIL HA-EVENTO-NAU OR
                   FIM-DO-FLUXO-NAU.

       LE-EVENTO-NAU.
           READ ARQ-NOTA-AUDITORIA
               AT END
                   CLOSE ARQ-NOTA-AUDITORIA
                   MOVE "S" TO FIM-NOTA-AUDITORIA
               NOT AT END
                   MOVE NAU-DATA TO MOMENTO-LIDO-DATA
                   MOVE NAU-HORA TO MOMENTO-LIDO-HORA
                   MOVE MOMENTO-LIDO-N TO MOMENTO-NAU
                   IF MOMENTO-NAU > MOMENTO-NOTAS THEN
                       IF MOMENTO-NAU > MOMENTO-CORTE THEN
                           ADD 1 TO TOTAL-APOS-CORTE
                       ELSE
                           MOVE "S" TO TEM-EVENTO-NAU
                       END-IF
                   END-IF
           END-READ.

      * The audit line carries the student as it was after the
      * operation, so the replay compares that image with the
      * restored record.  QUITACAO, DESL-DEBIT and UNIFICA-PA go
      * with another line and change nothing on the roster.
       REAPLICA-AUDITORIA.
           MOVE SPACES TO DETALHE-ATUAL.
           MOVE AUD-MATRICULA OF AUDITORIA-REC
                   TO ALU-MATRICULA OF ALUNO-REC-FILE.
           MOVE "S" TO REGISTRO-ACHADO.
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE "N" TO REGISTRO-ACHADO
           END-READ.
           EVALUATE AUD-OPERACAO OF AUDITORIA-REC
               WHEN "INCLUSAO"
                   PERFORM REAPLICA-INCLUSAO
               WHEN "TRANSFEREN"
               WHEN "TRANSF-UNI"
               WHEN "PROMOCAO"
                   PERFORM REAPLICA-TURMA
               WHEN "DESLIGAMEN"
                   PERFORM REAPLICA-DESLIGAMENTO
               WHEN "UNIFICA-DE"
                   PERFORM REAPLICA-DESLIGAMENTO
                   IF RESULTADO-ATUAL EQUAL "APLICADO" THEN
                       MOVE "CONFERIR NOTAS DA UNIFICACAO"
                               TO DETALHE-ATUAL
                   END-IF
               WHEN "EXCLUSAO"
                   PERFORM REAPLICA-EXCLUSAO
               WHEN "QUITACAO"
               WHEN "DESL-DEBIT"
               WHEN "UNIFICA-PA"
                   MOVE "IGNORADO" TO RESULTADO-ATUAL
                   MOVE "SEM EFEITO NO CADASTRO" TO DETALHE-ATUAL
               WHEN OTHER
                   MOVE "IGNORADO" TO RESULTADO-ATUAL
                   MOVE "OPERACAO DESCONHECIDA" TO DETALHE-ATUAL
           END-EVALUATE.
           PERFORM IMPRIME-AUDITORIA.

       REAPLICA-INCLUSAO.
           IF NOT REGISTRO-EXISTE THEN
               MOVE AUD-MATRICULA OF AUDITORIA-REC
                       TO ALU-MATRICULA OF ALUNO-REC-FILE
               MOVE AUD-NOME OF AUDITORIA-REC
                       TO ALU-NOME OF ALUNO-REC-FILE
               MOVE AUD-SOBRENOME OF AUDITORIA-REC
                       TO ALU-SOBRENOME OF ALUNO-REC-FILE
               MOVE AUD-TURMA OF AUDITORIA-REC
                       TO ALU-TURMA OF ALUNO-REC-FILE
               PERFORM BUSCA-UNIDADE-TURMA
               MOVE "A" TO ALU-STATUS OF ALUNO-REC-FILE
               WRITE ALUNO-REC-FILE
               MOVE "APLICADO" TO RESULTADO-ATUAL
           ELSE
           IF ALU-NOME OF ALUNO-REC-FILE EQUAL
                   AUD-NOME OF AUDITORIA-REC AND
                   ALU-SOBRENOME OF ALUNO-REC-FILE EQUAL
                   AUD-SOBRENOME OF AUDITORIA-REC THEN
               MOVE "IGNORADO" TO RESULTADO-ATUAL
               MOVE "JA CONSTA NA GERACAO" TO DETALHE-ATUAL
           ELSE
               MOVE "CONFLITO" TO RESULTADO-ATUAL
               MOVE "MATRICULA COM OUTRO ALUNO" TO DETALHE-ATUAL
           END-IF
           END-IF.

       REAPLICA-TURMA.
           IF NOT REGISTRO-EXISTE THEN
               MOVE "CONFLITO" TO RESULTADO-ATUAL
               MOVE "MATRICULA INEXISTENTE" TO DETALHE-ATUAL
           ELSE
           IF ALU-TURMA OF ALUNO-REC-FILE EQUAL
                   AUD-TURMA OF AUDITORIA-REC THEN
               MOVE "IGNORADO" TO RESULTADO-ATUAL
               MOVE "JA NA TURMA" TO DETALHE-ATUAL
           ELSE
           IF ALU-INATIVO OF ALUNO-REC-FILE THEN
               MOVE "CONFLITO" TO RESULTADO-ATUAL
               MOVE "ALUNO DESLIGADO" TO DETALHE-ATUAL
           ELSE
               STRING "DE " DELIMITED BY SIZE
                      ALU-TURMA OF ALUNO-REC-FILE DELIMITED BY SIZE
                      " PARA " DELIMITED BY SIZE
                      AUD-TURMA OF AUDITORIA-REC DELIMITED BY SIZE
                      INTO DETALHE-ATUAL
               END-STRING
               MOVE AUD-TURMA OF AUDITORIA-REC
                       TO ALU-TURMA OF ALUNO-REC-FILE
               PERFORM BUSCA-UNIDADE-TURMA
               REWRITE ALUNO-REC-FILE
               MOVE "APLICADO" TO RESULTADO-ATUAL
           END-IF
           END-IF
           END-IF.

      * The audit line does not carry the school unit; the student
      * takes the unit of the turma in today's catalog.
       BUSCA-UNIDADE-TURMA.
           CALL "ALUNO-TURMA-UNIDADE" USING
                   ALU-TURMA OF ALUNO-REC-FILE, OPERADOR-ID,
                   UNIDADE-TURMA, RTN-UNIDADE-OK.
           IF UNIDADE-TURMA EQUAL 0 THEN
               MOVE 1 TO UNIDADE-TURMA
           END-IF.
           MOVE UNIDADE-TURMA TO ALU-UNIDADE OF ALUNO-REC-FILE.

       REAPLICA-DESLIGAMENTO.
           IF NOT REGISTRO-EXISTE THEN
               MOVE "CONFLITO" TO RESULTADO-ATUAL
               MOVE "MATRICULA INEXISTENTE" TO DETALHE-ATUAL
           ELSE
           IF ALU-INATIVO OF ALUNO-REC-FILE THEN
               MOVE "IGNORADO" TO RESULTADO-ATUAL
               MOVE "JA INATIVO" TO DETALHE-ATUAL
           ELSE
               MOVE "I" TO ALU-STATUS OF ALUNO-REC-FILE
               REWRITE ALUNO-REC-FILE
               MOVE "APLICADO" TO RESULTADO-ATUAL
           END-IF
           END-IF.

       REAPLICA-EXCLUSAO.
           IF NOT REGISTRO-EXISTE THEN
               MOVE "IGNORADO" TO RESULTADO-ATUAL
               MOVE "JA AUSENTE" TO DETALHE-ATUAL
           ELSE
               DELETE ARQ-ALUNOS RECORD
               MOVE "APLICADO" TO RESULTADO-ATUAL
           END-IF.

      * Only overwrites of an existing nota are logged, so a nota
      * must be in the generation with the logged "before" value to
      * be replayed.  Instrument lines belong to AVALIAC.DAT, which
      * is not restored.
       REAPLICA-NOTA.
           MOVE SPACES TO DETALHE-ATUAL.
           MOVE NAU-NOTA-ANTERIOR TO NOTA-ANTES-EDIT.
           MOVE NAU-NOTA-NOVA TO NOTA-DEPOIS-EDIT.
           IF NAU-INSTRUMENTO NOT EQUAL SPACES THEN
               MOVE "IGNORADO" TO RESULTADO-ATUAL
               STRING "INSTRUMENTO " DELIMITED BY SIZE
                      NAU-INSTRUMENTO DELIMITED BY SIZE
                      INTO DETALHE-ATUAL
               END-STRING
           ELSE
               MOVE NAU-MATRICULA TO NOT-MATRICULA-ARQ
               MOVE NAU-DISCIPLINA TO NOT-DISCIPLINA-ARQ
               MOVE NAU-ANO TO NOT-ANO-ARQ
               MOVE NAU-BIMESTRE TO NOT-BIMESTRE-ARQ
               MOVE "S" TO REGISTRO-ACHADO
               READ ARQ-NOTAS
                   INVALID KEY
                       MOVE "N" TO REGISTRO-ACHADO
               END-READ
               PERFORM AVALIA-NOTA
           END-IF.
           PERFORM IMPRIME-NOTA.

       AVALIA-NOTA.
           IF NOT REGISTRO-EXISTE THEN
               MOVE "CONFLITO" TO RESULTADO-ATUAL
               MOVE "NOTA AUSENTE NA GERACAO" TO DETALHE-ATUAL
           ELSE
           IF NOT-NOTA-ARQ EQUAL NAU-NOTA-NOVA THEN
               MOVE "IGNORADO" TO RESULTADO-ATUAL
               MOVE "JA COM O VALOR NOVO" TO DETALHE-ATUAL
           ELSE
           IF NOT-NOTA-ARQ EQUAL NAU-NOTA-ANTERIOR THEN
               MOVE NAU-NOTA-NOVA TO NOT-NOTA-ARQ
               REWRITE NOTA-REC-FILE
               MOVE "APLICADO" TO RESULTADO-ATUAL
           ELSE
               MOVE NOT-NOTA-ARQ TO NOTA-ATUAL-EDIT
               MOVE "CONFLITO" TO RESULTADO-ATUAL
               STRING "NA GERACAO " DELIMITED BY SIZE
                      NOTA-ATUAL-EDIT DELIMITED BY SIZE
                      INTO DETALHE-ATUAL
               END-STRING
           END-IF
           END-IF
           END-IF.

       CONTA-RESULTADO.
           EVALUATE RESULTADO-ATUAL
               WHEN "APLICADO"
                   ADD 1 TO TOTAL-APLICADOS
               WHEN "IGNORADO"
                   ADD 1 TO TOTAL-IGNORADOS
               WHEN OTHER
                   ADD 1 TO TOTAL-CONFLITOS
           END-EVALUATE.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "RECUPERACAO - ALUNOS G" DELIMITED BY SIZE
                  GERACAO-ALUNOS DELIMITED BY SIZE
                  " NOTAS G" DELIMITED BY SIZE
                  GERACAO-NOTAS DELIMITED BY SIZE
                  " - CORTE " DELIMITED BY SIZE
                  CORTE-INFORMADO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "DATA   HORA   ARQ    OPERACAO   MATRIC RESULTADO"
                   TO RELATORIO-LINHA(1:48).
           MOVE "DETALHE" TO RELATORIO-LINHA(50:7).
           WRITE RELATORIO-LINHA.

      * Columns: data 1, hora 8, arquivo 15, operacao 22, matricula
      * 33, resultado 40, detalhe 50.
       IMPRIME-AUDITORIA.
           PERFORM CONTA-RESULTADO.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE AUD-DATA OF AUDITORIA-REC TO RELATORIO-LINHA(1:6).
           MOVE AUD-HORA OF AUDITORIA-REC(1:6)
                   TO RELATORIO-LINHA(8:6).
           MOVE "ALUNOS" TO RELATORIO-LINHA(15:6).
           MOVE AUD-OPERACAO OF AUDITORIA-REC
                   TO RELATORIO-LINHA(22:10).
           MOVE AUD-MATRICULA OF AUDITORIA-REC
                   TO RELATORIO-LINHA(33:6).
           MOVE RESULTADO-ATUAL TO RELATORIO-LINHA(40:9).
           MOVE DETALHE-ATUAL TO RELATORIO-LINHA(50:31).
           WRITE RELATORIO-LINHA.

       IMPRIME-NOTA.
           PERFORM CONTA-RESULTADO.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE NAU-DATA TO RELATORIO-LINHA(1:6).
           MOVE NAU-HORA(1:6) TO RELATORIO-LINHA(8:6).
           MOVE "NOTAS" TO RELATORIO-LINHA(15:6).
           MOVE NAU-DISCIPLINA TO RELATORIO-LINHA(22:10).
           MOVE NAU-MATRICULA TO RELATORIO-LINHA(33:6).
           MOVE RESULTADO-ATUAL TO RELATORIO-LINHA(40:9).
           MOVE DETALHE-ATUAL TO RELATORIO-LINHA(50:31).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " DELIMITED BY SIZE
                  NAU-ANO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  NAU-BIMESTRE DELIMITED BY SIZE
                  " NOTA " DELIMITED BY SIZE
                  NOTA-ANTES-EDIT DELIMITED BY SIZE
                  " PARA " DELIMITED BY SIZE
                  NOTA-DEPOIS-EDIT DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  NAU-OPERADOR DELIMITED BY SIZE
                  " MOTIVO " DELIMITED BY SIZE
                  NAU-MOTIVO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-APLICADOS TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "APLICADOS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-IGNORADOS TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "IGNORADOS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-CONFLITOS TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "CONFLITOS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  "  (NAO APLICADOS - CONFERIR E REDIGITAR)"
                          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-APOS-CORTE TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "POSTERIORES AO CORTE (NAO LIDOS): " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "NOTAS LANCADAS PELA PRIMEIRA VEZ NAO CONSTAM DO LOG"
                   TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "APLICADOS ..........: " TOTAL-APLICADOS.
           DISPLAY "IGNORADOS ..........: " TOTAL-IGNORADOS.
           DISPLAY "CONFLITOS ..........: " TOTAL-CONFLITOS.
           DISPLAY "APOS O CORTE .......: " TOTAL-APOS-CORTE.
