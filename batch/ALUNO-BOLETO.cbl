       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-BOLETO AS "ALUBOLET".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-BOLETOS ASSIGN TO "BOLETO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BLT-FILE-STATUS.
           SELECT ARQ-RELATORIO ASSIGN TO "BOLETO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.
       FD  ARQ-BOLETOS.
       01  BOLETO-REC.
           COPY ALUBOLT.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 BLT-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 J PIC 9(3) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 C PIC 9(3) VALUE 1.
       01 B PIC 9(4) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 FIM-MENSALIDADES PIC X VALUE "N".
           88 FIM-DO-ARQ-MENSALIDADES VALUE "S".
       01 FIM-BOLETOS PIC X VALUE "N".
           88 FIM-DO-ARQ-BOLETOS VALUE "S".
       01 ANO-COBRANCA-ALPHA PIC X(4) VALUE SPACES.
       01 MES-COBRANCA-ALPHA PIC X(2) VALUE SPACES.
       01 ANO-COBRANCA PIC 9(4) VALUE 0.
       01 MES-COBRANCA PIC 9(2) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 RESPONSAVEIS-EXCEDIDOS PIC X VALUE "N".
           88 TABELA-RESPONSAVEIS-CHEIA VALUE "S".
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 TOTAL-COBRANCAS PIC 9(3) VALUE 0.
       01 COBRANCAS-EXCEDIDAS PIC X VALUE "N".
           88 TABELA-COBRANCAS-CHEIA VALUE "S".
       01 LISTA-COBRANCAS.
           05 COBRANCAS OCCURS 500 TIMES.
               COPY ALUMENS REPLACING ==05== BY ==10==.
               10 COB-IMPRESSA PIC X.
       01 TOTAL-BOLETOS PIC 9(4) VALUE 0.
       01 LISTA-BOLETOS.
           05 BOLETOS OCCURS 2000 TIMES.
               COPY ALUBOLT REPLACING ==05== BY ==10==.
       01 PARAMETRO-FIN.
           COPY ALUPFIN.
       01 ULTIMO-NOSSO-NUMERO PIC 9(8) VALUE 0.
       01 RTN-JA-AGRUPADO PIC 9(3) VALUE 0.
       01 RTN-ALUNO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-BOLETO-ACHADO PIC 9(4) VALUE 0.
       01 MATRICULA-FAMILIA PIC 9(6) VALUE 0.
       01 NOME-RESPONSAVEL PIC X(30) VALUE SPACES.
       01 DATA-VENCIMENTO PIC 9(8) VALUE 0.
       01 MATRICULA-EDIT PIC 9(6).
       01 VALOR-EDIT PIC ZZZZ9.99.
       01 MULTA-EDIT PIC Z9.99.
       01 JUROS-EDIT PIC 9.999.
       01 NOSSO-NUMERO-EDIT PIC 9(8).
       01 TOTAL-IMPRESSOS PIC 9(3) VALUE 0.
       01 TOTAL-REIMPRESSOS PIC 9(3) VALUE 0.
       01 TOTAL-FAMILIAS PIC 9(3) VALUE 0.
       01 IMPRESSOS-ANTES PIC 9(3) VALUE 0.
       01 SOMA-EMITIDA PIC 9(7)V9(2) VALUE 0.
       01 SOMA-EDIT PIC ZZZZZZ9.99.
       01 NOME-RELATORIO PIC X(12) VALUE "BOLETO.RPT".
       01 RUN-JOB-NOME PIC X(8) VALUE "ALUBOLET".
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
           ACCEPT ANO-COBRANCA-ALPHA.
           ACCEPT MES-COBRANCA-ALPHA.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           IF ANO-COBRANCA-ALPHA IS NUMERIC AND
                   ANO-COBRANCA-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-COBRANCA-ALPHA TO ANO-COBRANCA
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-COBRANCA
           END-IF.
           IF MES-COBRANCA-ALPHA IS NUMERIC AND
                   MES-COBRANCA-ALPHA NOT EQUAL "00" THEN
               MOVE MES-COBRANCA-ALPHA TO MES-COBRANCA
           ELSE
               MOVE DATA-COMPLETA(5:2) TO MES-COBRANCA
           END-IF.
           CALL "ALUNO-PARAMETRO-FINANCEIRO" USING PARAMETRO-FIN.
           COMPUTE DATA-VENCIMENTO = (ANO-COBRANCA * 10000) +
                   (MES-COBRANCA * 100) + PFI-DIA-VENCIMENTO.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-RESPONSAVEIS.
           PERFORM CARREGA-COBRANCAS.
           PERFORM CARREGA-BOLETOS.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-BOLETOS.
           IF BLT-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-BOLETOS
           END-IF.
           PERFORM IMPRIME-FAMILIA VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-RESPONSAVEIS.
           MOVE SPACES TO NOME-RESPONSAVEL.
           PERFORM IMPRIME-SEM-FAMILIA VARYING C FROM 1 BY 1
                   UNTIL C > TOTAL-COBRANCAS.
           CLOSE ARQ-BOLETOS.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           MOVE TOTAL-COBRANCAS TO RUN-LIDOS-CTR.
           COMPUTE RUN-APLICADOS-CTR = TOTAL-IMPRESSOS.
           MOVE 0 TO RUN-REJEITADOS-CTR.
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
                   ELSE
                       MOVE "S" TO RESPONSAVEIS-EXCEDIDOS
                   END-IF
           END-READ.

       CARREGA-COBRANCAS.
           MOVE "N" TO FIM-MENSALIDADES.
           MOVE 0 TO TOTAL-COBRANCAS.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM LE-MENSALIDADE UNTIL FIM-DO-ARQ-MENSALIDADES.
           CLOSE ARQ-MENSALIDADES.

       LE-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE "S" TO FIM-MENSALIDADES
               NOT AT END
                   IF MEN-ANO OF MENSALIDADE-REC EQUAL ANO-COBRANCA
                           AND MEN-MES OF MENSALIDADE-REC EQUAL
                           MES-COBRANCA AND
                           MEN-ABERTA OF MENSALIDADE-REC THEN
                       IF TOTAL-COBRANCAS < 500 THEN
                           ADD 1 TO TOTAL-COBRANCAS
                           MOVE MENSALIDADE-REC
                                   TO COBRANCAS(TOTAL-COBRANCAS)
                           MOVE "N" TO COB-IMPRESSA(TOTAL-COBRANCAS)
                       ELSE
                           MOVE "S" TO COBRANCAS-EXCEDIDAS
                       END-IF
                   END-IF
           END-READ.

       CARREGA-BOLETOS.
           MOVE "N" TO FIM-BOLETOS.
           MOVE 0 TO TOTAL-BOLETOS.
           MOVE 0 TO ULTIMO-NOSSO-NUMERO.
           OPEN INPUT ARQ-BOLETOS.
           PERFORM LE-BOLETO UNTIL FIM-DO-ARQ-BOLETOS.
           CLOSE ARQ-BOLETOS.

       LE-BOLETO.
           READ ARQ-BOLETOS
               AT END
                   MOVE "S" TO FIM-BOLETOS
               NOT AT END
                   IF BLT-NOSSO-NUMERO OF BOLETO-REC >
                           ULTIMO-NOSSO-NUMERO THEN
                       MOVE BLT-NOSSO-NUMERO OF BOLETO-REC
                               TO ULTIMO-NOSSO-NUMERO
                   END-IF
                   IF BLT-ANO OF BOLETO-REC EQUAL ANO-COBRANCA AND
                           BLT-MES OF BOLETO-REC EQUAL MES-COBRANCA AND
                           TOTAL-BOLETOS < 2000 THEN
                       ADD 1 TO TOTAL-BOLETOS
                       MOVE BOLETO-REC TO BOLETOS(TOTAL-BOLETOS)
                   END-IF
           END-READ.

      * Households are walked in the same order as the family
      * mailing (ALUNO-EXPORTA-MALA): the first guardian record of
      * each name and telephone opens the family and every child of
      * that household gets its slips right after, so the envelope
      * can be stuffed from one run of paper.
       IMPRIME-FAMILIA.
           PERFORM VERIFICA-JA-AGRUPADO.
           IF RTN-JA-AGRUPADO EQUAL 0 THEN
               MOVE RSP-NOME OF RESPONSAVEIS(I) TO NOME-RESPONSAVEL
               MOVE TOTAL-IMPRESSOS TO IMPRESSOS-ANTES
               PERFORM VARYING J FROM I BY 1
                       UNTIL J > TOTAL-RESPONSAVEIS
                   IF RSP-NOME OF RESPONSAVEIS(J) EQUAL
                           RSP-NOME OF RESPONSAVEIS(I) AND
                           RSP-TELEFONE OF RESPONSAVEIS(J) EQUAL
                           RSP-TELEFONE OF RESPONSAVEIS(I) THEN
                       MOVE RSP-MATRICULA OF RESPONSAVEIS(J)
                               TO MATRICULA-FAMILIA
                       PERFORM IMPRIME-FILHO VARYING C FROM 1 BY 1
                               UNTIL C > TOTAL-COBRANCAS
                   END-IF
               END-PERFORM
               IF TOTAL-IMPRESSOS > IMPRESSOS-ANTES THEN
                   ADD 1 TO TOTAL-FAMILIAS
               END-IF
           END-IF.

       VERIFICA-JA-AGRUPADO.
           MOVE 0 TO RTN-JA-AGRUPADO.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J >= I OR RTN-JA-AGRUPADO NOT EQUAL 0
               IF RSP-NOME OF RESPONSAVEIS(J) EQUAL
                       RSP-NOME OF RESPONSAVEIS(I) AND
                       RSP-TELEFONE OF RESPONSAVEIS(J) EQUAL
                       RSP-TELEFONE OF RESPONSAVEIS(I) THEN
                   MOVE J TO RTN-JA-AGRUPADO
               END-IF
           END-PERFORM.

       IMPRIME-FILHO.
           IF MEN-MATRICULA OF COBRANCAS(C) EQUAL MATRICULA-FAMILIA
                   AND COB-IMPRESSA(C) EQUAL "N" THEN
               PERFORM EMITE-BOLETO
           END-IF.

      * Charges of students with no guardian on file still get
      * their slip, after all the households.
       IMPRIME-SEM-FAMILIA.
           IF COB-IMPRESSA(C) EQUAL "N" THEN
               PERFORM EMITE-BOLETO
           END-IF.

       EMITE-BOLETO.
           PERFORM BUSCA-ALUNO.
           PERFORM OBTEM-NOSSO-NUMERO.
           PERFORM IMPRIME-BOLETO.
           MOVE "S" TO COB-IMPRESSA(C).
           ADD 1 TO TOTAL-IMPRESSOS.
           ADD MEN-VALOR OF COBRANCAS(C) TO SOMA-EMITIDA.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-ALUNO-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-ALUNOS
                   OR RTN-ALUNO-ACHADO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(K) EQUAL
                       MEN-MATRICULA OF COBRANCAS(C) THEN
                   MOVE K TO RTN-ALUNO-ACHADO
               END-IF
           END-PERFORM.

      * A charge printed again (lost batch, second copy) keeps the
      * nosso numero it was first given, so whichever copy the
      * guardian pays with still matches the charge in the bank's
      * return file.  New charges take the next number in sequence.
       OBTEM-NOSSO-NUMERO.
           MOVE 0 TO RTN-BOLETO-ACHADO.
           PERFORM VARYING B FROM 1 BY 1
                   UNTIL B > TOTAL-BOLETOS
                   OR RTN-BOLETO-ACHADO NOT EQUAL 0
               IF BLT-MATRICULA OF BOLETOS(B) EQUAL
                       MEN-MATRICULA OF COBRANCAS(C) THEN
                   MOVE B TO RTN-BOLETO-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-BOLETO-ACHADO NOT EQUAL 0 THEN
               MOVE BLT-NOSSO-NUMERO OF BOLETOS(RTN-BOLETO-ACHADO)
                       TO NOSSO-NUMERO-EDIT
               ADD 1 TO TOTAL-REIMPRESSOS
           ELSE
               ADD 1 TO ULTIMO-NOSSO-NUMERO
               MOVE ULTIMO-NOSSO-NUMERO TO NOSSO-NUMERO-EDIT
               MOVE ULTIMO-NOSSO-NUMERO TO BLT-NOSSO-NUMERO
                       OF BOLETO-REC
               MOVE MEN-MATRICULA OF COBRANCAS(C) TO BLT-MATRICULA
                       OF BOLETO-REC
               MOVE ANO-COBRANCA TO BLT-ANO OF BOLETO-REC
               MOVE MES-COBRANCA TO BLT-MES OF BOLETO-REC
               MOVE MEN-VALOR OF COBRANCAS(C) TO BLT-VALOR
                       OF BOLETO-REC
               MOVE DATA-VENCIMENTO TO BLT-VENCIMENTO OF BOLETO-REC
               MOVE DATA-COMPLETA TO BLT-DATA-EMISSAO OF BOLETO-REC
               WRITE BOLETO-REC
               IF TOTAL-BOLETOS < 2000 THEN
                   ADD 1 TO TOTAL-BOLETOS
                   MOVE BOLETO-REC TO BOLETOS(TOTAL-BOLETOS)
               END-IF
           END-IF.

       IMPRIME-BOLETO.
           MOVE MEN-MATRICULA OF COBRANCAS(C) TO MATRICULA-EDIT.
           MOVE MEN-VALOR OF COBRANCAS(C) TO VALOR-EDIT.
           MOVE PFI-MULTA-PERCENTUAL TO MULTA-EDIT.
           MOVE PFI-JUROS-DIA TO JUROS-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE ALL "-" TO RELATORIO-LINHA(1:62).
           MOVE "+" TO RELATORIO-LINHA(1:1).
           MOVE "+" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "| ESCOLA MUNICIPAL - MENSALIDADE  NOSSO NUMERO "
                       DELIMITED BY SIZE
                  NOSSO-NUMERO-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE "|" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "| RESPONSAVEL " DELIMITED BY SIZE
                  NOME-RESPONSAVEL DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE "|" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           IF RTN-ALUNO-ACHADO NOT EQUAL 0 THEN
               STRING "| ALUNO " DELIMITED BY SIZE
                      ALU-NOME OF ALUNOS(RTN-ALUNO-ACHADO)
                              DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      ALU-SOBRENOME OF ALUNOS(RTN-ALUNO-ACHADO)
                              DELIMITED BY "  "
                      INTO RELATORIO-LINHA
               END-STRING
           ELSE
               MOVE "| ALUNO" TO RELATORIO-LINHA
           END-IF.
           MOVE "|" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "| MATRICULA " DELIMITED BY SIZE
                  MATRICULA-EDIT DELIMITED BY SIZE
                  "  TURMA " DELIMITED BY SIZE
                  MEN-TURMA OF COBRANCAS(C) DELIMITED BY SIZE
                  "  REFERENCIA " DELIMITED BY SIZE
                  MES-COBRANCA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-COBRANCA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE "|" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "| VENCIMENTO " DELIMITED BY SIZE
                  DATA-VENCIMENTO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-VENCIMENTO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-VENCIMENTO(1:4) DELIMITED BY SIZE
                  "     VALOR R$ " DELIMITED BY SIZE
                  VALOR-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE "|" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "| APOS O VENCIMENTO: MULTA " DELIMITED BY SIZE
                  MULTA-EDIT DELIMITED BY SIZE
                  "% E JUROS " DELIMITED BY SIZE
                  JUROS-EDIT DELIMITED BY SIZE
                  "% AO DIA" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE "|" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE ALL "-" TO RELATORIO-LINHA(1:62).
           MOVE "+" TO RELATORIO-LINHA(1:1).
           MOVE "+" TO RELATORIO-LINHA(62:1).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "EMISSAO DE BOLETOS " ANO-COBRANCA "/" MES-COBRANCA.
           DISPLAY "COBRANCAS ABERTAS : " TOTAL-COBRANCAS.
           DISPLAY "BOLETOS IMPRESSOS : " TOTAL-IMPRESSOS.
           DISPLAY "  REIMPRESSOS ....: " TOTAL-REIMPRESSOS.
           DISPLAY "FAMILIAS .........: " TOTAL-FAMILIAS.
           MOVE SOMA-EMITIDA TO SOMA-EDIT.
           DISPLAY "VALOR EMITIDO ....: " SOMA-EDIT.
           DISPLAY "GRAVADO EM BOLETO.RPT".
           IF TABELA-COBRANCAS-CHEIA THEN
               DISPLAY "MAIS DE 500 COBRANCAS ABERTAS - "
                       "EXCEDENTES NAO EMITIDAS"
           END-IF.
           IF TABELA-RESPONSAVEIS-CHEIA THEN
               DISPLAY "RESPONSAVEL.DAT EXCEDE A TABELA - "
                       "BOLETOS EMITIDOS SEM AGRUPAR A FAMILIA"
           END-IF.
