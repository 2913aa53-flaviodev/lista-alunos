       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-RETENCAO-PURGA AS "ALURETPU".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTORICO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CADASTRO ASSIGN TO "CADASTRO.DAT"
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
           SELECT OPTIONAL ARQ-MENSAGENS ASSIGN TO "MENSAGEM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PURGA ASSIGN TO "PURGA.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PUR-FILE-STATUS.
           SELECT ARQ-TEMPORARIO ASSIGN TO "PURGA.TMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "PURGA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-HISTORICO.
       01  HISTORICO-REC.
           COPY ALUHIST.
       FD  ARQ-CADASTRO.
       01  CADASTRO-REC.
           COPY ALUCAD.
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
       FD  ARQ-MENSAGENS.
       01  MENSAGEM-REC.
           COPY ALUMSGQ.
       FD  ARQ-PURGA.
       01  PURGA-REC.
           COPY ALUPURGA.
       FD  ARQ-TEMPORARIO.
       01  TEMPORARIO-REC PIC X(273).
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 PUR-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "PURGA.RPT".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 FIM-TEMPORARIO PIC X VALUE "N".
           88 FIM-DO-TEMPORARIO VALUE "S".
       01 MODO-EXECUCAO PIC X(9) VALUE SPACES.
           88 EM-SIMULACAO VALUE "SIMULACAO".
       01 RETENCAO.
           COPY ALURETEN.
       01 DATA-HOJE PIC 9(8) VALUE 0.
      * Withdrawal date (AAAAMMDD) of each student of the roster, from
      * the latest DESLIGADO entry of the historico; zero when there
      * is none, and such a student is never purged.
       01 TAB-DESLIGAMENTOS.
           05 DATA-DESLIGAMENTO OCCURS 500 TIMES PIC 9(8).
       01 TAB-CONTAGENS.
           05 REGISTROS-ALUNO OCCURS 500 TIMES PIC 9(4).
       01 DATA-HISTORICO PIC 9(6) VALUE 0.
       01 DATA-HISTORICO-R REDEFINES DATA-HISTORICO.
           05 HISTORICO-AA PIC 9(2).
           05 HISTORICO-MMDD PIC 9(4).
       01 DATA-EVENTO PIC 9(8) VALUE 0.
       01 LIMITE-ATUAL PIC 9(8) VALUE 0.
       01 ANOS-ATUAIS PIC 9(2) VALUE 0.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 PRAZO-VENCIDO PIC X VALUE "N".
           88 PRAZO-ESGOTADO VALUE "S".
       01 CATEGORIA-ATUAL PIC X(12) VALUE SPACES.
       01 ARQUIVO-ATUAL PIC X(12) VALUE SPACES.
       01 ACAO-ATUAL PIC X(1) VALUE SPACES.
       01 TOTAL-ARQUIVO PIC 9(5) VALUE 0.
       01 TOTAL-ELIMINADOS PIC 9(5) VALUE 0.
       01 TOTAL-ANONIMIZADOS PIC 9(5) VALUE 0.
       01 TOTAL-DESLIGADOS PIC 9(5) VALUE 0.
       01 TOTAL-SEM-DATA PIC 9(5) VALUE 0.
       01 MARCA-ANONIMO PIC X(40)
               VALUE "REMOVIDO - PRAZO DE RETENCAO".
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 QTDE-EDIT PIC ZZZ9.
       01 TOTAL-EDIT PIC ZZZZ9.

      * Personal data of students withdrawn longer than the retention
      * period of its category (ALURETEN) is deleted or anonymized,
      * file by file, and every change is appended to the purge
      * register PURGA.LOG.  The roster record, the historico
      * escolar, notas, frequencia and the other academic records
      * are not touched.  SYSIN "SIMULACAO" only lists what would go.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT MODO-EXECUCAO.
           IF NOT EM-SIMULACAO THEN
               CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                       STATUS-TRAVA
               IF STATUS-TRAVA NOT EQUAL "OK" THEN
                   DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "ALUNO-PARAMETRO-RETENCAO" USING RETENCAO.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-DESLIGAMENTOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           IF NOT EM-SIMULACAO THEN
               OPEN EXTEND ARQ-PURGA
               IF PUR-FILE-STATUS EQUAL "35" THEN
                   OPEN OUTPUT ARQ-PURGA
               END-IF
           END-IF.
           MOVE RTC-ANOS-CADASTRO OF RETENCAO TO ANOS-ATUAIS.
           IF ANOS-ATUAIS > 0 THEN
               PERFORM PURGA-CADASTRO
           END-IF.
           MOVE RTC-ANOS-RESPONSAVEL OF RETENCAO TO ANOS-ATUAIS.
           IF ANOS-ATUAIS > 0 THEN
               PERFORM PURGA-RESPONSAVEIS
               PERFORM PURGA-AUTORIZADOS
               PERFORM PURGA-MENSAGENS
           END-IF.
           MOVE RTC-ANOS-SAUDE OF RETENCAO TO ANOS-ATUAIS.
           IF ANOS-ATUAIS > 0 THEN
               PERFORM PURGA-SAUDE
               PERFORM PURGA-AEE
           END-IF.
           MOVE RTC-ANOS-OCORRENCIA OF RETENCAO TO ANOS-ATUAIS.
           IF ANOS-ATUAIS > 0 THEN
               PERFORM PURGA-OCORRENCIAS
           END-IF.
           MOVE RTC-ANOS-ATESTADO OF RETENCAO TO ANOS-ATUAIS.
           IF ANOS-ATUAIS > 0 THEN
               PERFORM PURGA-ATESTADOS
           END-IF.
           MOVE RTC-ANOS-FINANCEIRO OF RETENCAO TO ANOS-ATUAIS.
           IF ANOS-ATUAIS > 0 THEN
               PERFORM PURGA-MENSALIDADES
           END-IF.
           IF NOT EM-SIMULACAO THEN
               CLOSE ARQ-PURGA
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           IF NOT EM-SIMULACAO THEN
               CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                       STATUS-TRAVA
           END-IF.
       STOP RUN.

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
               IF NOT EM-SIMULACAO THEN
                   CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                           STATUS-TRAVA
               END-IF
               STOP RUN
           END-IF.

       CARREGA-DESLIGAMENTOS.
           MOVE ZEROS TO TAB-DESLIGAMENTOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-HISTORICO.
           MOVE 0 TO TOTAL-DESLIGADOS.
           MOVE 0 TO TOTAL-SEM-DATA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-INATIVO OF ALUNOS(I) THEN
                   ADD 1 TO TOTAL-DESLIGADOS
                   IF DATA-DESLIGAMENTO(I) EQUAL 0 THEN
                       ADD 1 TO TOTAL-SEM-DATA
                   END-IF
               END-IF
           END-PERFORM.

      * HIS-DATA carries only the two-digit year; HIS-ANO gives the
      * century.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF HIS-EVENTO EQUAL "DESLIGADO" THEN
                       MOVE HIS-MATRICULA TO MATRICULA-BUSCA
                       PERFORM BUSCA-ALUNO
                       IF RTN-MATRICULA-ACHADA NOT EQUAL 0 THEN
                           MOVE HIS-DATA TO DATA-HISTORICO
                           COMPUTE DATA-EVENTO = HIS-ANO * 10000 +
                                   HISTORICO-MMDD
                           IF DATA-EVENTO > DATA-DESLIGAMENTO
                                   (RTN-MATRICULA-ACHADA) THEN
                               MOVE DATA-EVENTO TO DATA-DESLIGAMENTO
                                   (RTN-MATRICULA-ACHADA)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       BUSCA-ALUNO.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS
                   OR RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

      * Common start of every file pass: the cut-off date for the
      * category (withdrawn on or before it = period over) and the
      * per-student counters for the register.
       INICIA-ARQUIVO.
           COMPUTE LIMITE-ATUAL = DATA-HOJE - (ANOS-ATUAIS * 10000).
           MOVE ZEROS TO TAB-CONTAGENS.
           MOVE 0 TO TOTAL-ARQUIVO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-TEMPORARIO.

       VERIFICA-PRAZO.
           MOVE "N" TO PRAZO-VENCIDO.
           PERFORM BUSCA-ALUNO.
           IF RTN-MATRICULA-ACHADA NOT EQUAL 0 THEN
               IF ALU-INATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) AND
                       DATA-DESLIGAMENTO(RTN-MATRICULA-ACHADA) > 0 AND
                       DATA-DESLIGAMENTO(RTN-MATRICULA-ACHADA) NOT >
                               LIMITE-ATUAL THEN
                   MOVE "S" TO PRAZO-VENCIDO
               END-IF
           END-IF.

       CONTA-REGISTRO.
           ADD 1 TO REGISTROS-ALUNO(RTN-MATRICULA-ACHADA).
           ADD 1 TO TOTAL-ARQUIVO.

       PURGA-CADASTRO.
           MOVE "CADASTRO" TO CATEGORIA-ATUAL.
           MOVE "CADASTRO.DAT" TO ARQUIVO-ATUAL.
           MOVE "A" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-CADASTRO.
           PERFORM FILTRA-CADASTRO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-CADASTRO
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-CADASTRO UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-CADASTRO
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE CAD-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO AND
                           (CAD-DOCUMENTO NOT EQUAL SPACES OR
                            CAD-ENDERECO NOT EQUAL MARCA-ANONIMO) THEN
                       MOVE SPACES TO CAD-DOCUMENTO
                       MOVE MARCA-ANONIMO TO CAD-ENDERECO
                       PERFORM CONTA-REGISTRO
                   END-IF
                   MOVE CADASTRO-REC TO TEMPORARIO-REC
                   WRITE TEMPORARIO-REC
           END-READ.

       REGRAVA-CADASTRO.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO CADASTRO-REC
                   WRITE CADASTRO-REC
           END-READ.

       PURGA-RESPONSAVEIS.
           MOVE "RESPONSAVEL" TO CATEGORIA-ATUAL.
           MOVE "RESPONSAVEL" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM FILTRA-RESPONSAVEL UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-RESPONSAVEIS.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-RESPONSAVEIS
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-RESPONSAVEL UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-RESPONSAVEIS
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE RSP-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE RESPONSAVEL-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-RESPONSAVEL.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO RESPONSAVEL-REC
                   WRITE RESPONSAVEL-REC
           END-READ.

       PURGA-AUTORIZADOS.
           MOVE "RESPONSAVEL" TO CATEGORIA-ATUAL.
           MOVE "AUTORIZA.DAT" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-AUTORIZADOS.
           PERFORM FILTRA-AUTORIZADO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-AUTORIZADOS.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-AUTORIZADOS
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-AUTORIZADO UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-AUTORIZADOS
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-AUTORIZADO.
           READ ARQ-AUTORIZADOS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE ATB-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE AUTORIZADO-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-AUTORIZADO.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO AUTORIZADO-REC
                   WRITE AUTORIZADO-REC
           END-READ.

      * The guardian messaging queue carries the guardian's name,
      * phone, e-mail and the message text, so it goes with the
      * guardians, whatever the situacao of the message.
       PURGA-MENSAGENS.
           MOVE "RESPONSAVEL" TO CATEGORIA-ATUAL.
           MOVE "MENSAGEM.DAT" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-MENSAGENS.
           PERFORM FILTRA-MENSAGEM UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-MENSAGENS.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-MENSAGENS
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-MENSAGEM UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-MENSAGENS
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-MENSAGEM.
           READ ARQ-MENSAGENS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE MSG-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE MENSAGEM-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-MENSAGEM.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO MENSAGEM-REC
                   WRITE MENSAGEM-REC
           END-READ.

       PURGA-SAUDE.
           MOVE "SAUDE" TO CATEGORIA-ATUAL.
           MOVE "SAUDE.DAT" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-SAUDE.
           PERFORM FILTRA-SAUDE UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-SAUDE.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-SAUDE
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-SAUDE UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-SAUDE
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-SAUDE.
           READ ARQ-SAUDE
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE SAU-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE SAUDE-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-SAUDE.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO SAUDE-REC
                   WRITE SAUDE-REC
           END-READ.

       PURGA-AEE.
           MOVE "SAUDE" TO CATEGORIA-ATUAL.
           MOVE "AEE.DAT" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-AEE.
           PERFORM FILTRA-AEE UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-AEE.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-AEE
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-AEE UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-AEE
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-AEE.
           READ ARQ-AEE
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE AEE-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE AEE-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-AEE.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO AEE-REC
                   WRITE AEE-REC
           END-READ.

       PURGA-OCORRENCIAS.
           MOVE "OCORRENCIA" TO CATEGORIA-ATUAL.
           MOVE "OCORRENC.DAT" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-OCORRENCIAS.
           PERFORM FILTRA-OCORRENCIA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-OCORRENCIAS.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-OCORRENCIAS
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-OCORRENCIA UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-OCORRENCIAS
           END-IF.
           PERFORM REGISTRA-PURGA.

       FILTRA-OCORRENCIA.
           READ ARQ-OCORRENCIAS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE OCO-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE OCORRENCIA-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-OCORRENCIA.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO OCORRENCIA-REC
                   WRITE OCORRENCIA-REC
           END-READ.

       PURGA-ATESTADOS.
           MOVE "ATESTADO" TO CATEGORIA-ATUAL.
           MOVE "ATESTADO.DAT" TO ARQUIVO-ATUAL.
           MOVE "A" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-ATESTADOS.
           PERFORM FILTRA-ATESTADO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-ATESTADOS.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-ATESTADOS
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-ATESTADO UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-ATESTADOS
           END-IF.
           PERFORM REGISTRA-PURGA.

      * The covered dates stay: they justify absences already netted
      * out of the attendance used by the closing.
       FILTRA-ATESTADO.
           READ ARQ-ATESTADOS
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE ATE-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO AND
                           ATE-DOCUMENTO NOT EQUAL "REMOVIDO" THEN
                       MOVE "REMOVIDO" TO ATE-DOCUMENTO
                       PERFORM CONTA-REGISTRO
                   END-IF
                   MOVE ATESTADO-REC TO TEMPORARIO-REC
                   WRITE TEMPORARIO-REC
           END-READ.

       REGRAVA-ATESTADO.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO ATESTADO-REC
                   WRITE ATESTADO-REC
           END-READ.

       PURGA-MENSALIDADES.
           MOVE "FINANCEIRO" TO CATEGORIA-ATUAL.
           MOVE "MENSALID.DAT" TO ARQUIVO-ATUAL.
           MOVE "E" TO ACAO-ATUAL.
           PERFORM INICIA-ARQUIVO.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM FILTRA-MENSALIDADE UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-TEMPORARIO.
           IF TOTAL-ARQUIVO > 0 AND NOT EM-SIMULACAO THEN
               OPEN OUTPUT ARQ-MENSALIDADES
               OPEN INPUT ARQ-TEMPORARIO
               MOVE "N" TO FIM-TEMPORARIO
               PERFORM REGRAVA-MENSALIDADE UNTIL FIM-DO-TEMPORARIO
               CLOSE ARQ-TEMPORARIO
               CLOSE ARQ-MENSALIDADES
           END-IF.
           PERFORM REGISTRA-PURGA.

      * A charge still open is a debt, not just personal data, and
      * stays until it is settled or cancelled.
       FILTRA-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   MOVE MEN-MATRICULA TO MATRICULA-BUSCA
                   PERFORM VERIFICA-PRAZO
                   IF PRAZO-ESGOTADO AND NOT MEN-ABERTA THEN
                       PERFORM CONTA-REGISTRO
                   ELSE
                       MOVE MENSALIDADE-REC TO TEMPORARIO-REC
                       WRITE TEMPORARIO-REC
                   END-IF
           END-READ.

       REGRAVA-MENSALIDADE.
           READ ARQ-TEMPORARIO
               AT END
                   MOVE "S" TO FIM-TEMPORARIO
               NOT AT END
                   MOVE TEMPORARIO-REC TO MENSALIDADE-REC
                   WRITE MENSALIDADE-REC
           END-READ.

      * One register line per student for the file just processed.
       REGISTRA-PURGA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF REGISTROS-ALUNO(I) > 0 THEN
                   MOVE DATA-HOJE TO PUR-DATA
                   MOVE ALU-MATRICULA OF ALUNOS(I) TO PUR-MATRICULA
                   MOVE CATEGORIA-ATUAL TO PUR-CATEGORIA
                   MOVE ARQUIVO-ATUAL TO PUR-ARQUIVO
                   MOVE ACAO-ATUAL TO PUR-ACAO
                   MOVE REGISTROS-ALUNO(I) TO PUR-REGISTROS
                   MOVE DATA-DESLIGAMENTO(I) TO PUR-DESLIGAMENTO
                   MOVE OPERADOR-ID TO PUR-OPERADOR
                   IF NOT EM-SIMULACAO THEN
                       WRITE PURGA-REC
                   END-IF
                   PERFORM IMPRIME-REGISTRO
               END-IF
           END-PERFORM.
           IF ACAO-ATUAL EQUAL "E" THEN
               ADD TOTAL-ARQUIVO TO TOTAL-ELIMINADOS
           ELSE
               ADD TOTAL-ARQUIVO TO TOTAL-ANONIMIZADOS
           END-IF.
           MOVE TOTAL-ARQUIVO TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " DELIMITED BY SIZE
                  ARQUIVO-ATUAL DELIMITED BY SIZE
                  " - REGISTROS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  "  (PRAZO " DELIMITED BY SIZE
                  ANOS-ATUAIS DELIMITED BY SIZE
                  " ANOS, DESLIGADOS ATE " DELIMITED BY SIZE
                  LIMITE-ATUAL DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           DISPLAY ARQUIVO-ATUAL " REGISTROS: " TOTAL-EDIT.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           IF EM-SIMULACAO THEN
               STRING "SIMULACAO - " DELIMITED BY SIZE
                      "REGISTRO DE ELIMINACAO DE DADOS PESSOAIS"
                              DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           ELSE
               MOVE "REGISTRO DE ELIMINACAO DE DADOS PESSOAIS"
                       TO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DATA: " DELIMITED BY SIZE
                  DATA-HOJE DELIMITED BY SIZE
                  "  ACAO: E=ELIMINADO A=ANONIMIZADO"
                          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "MATRIC NOME" TO RELATORIO-LINHA(1:11).
           MOVE "CATEGORIA    ARQUIVO      A QTDE DESLIGAD"
                   TO RELATORIO-LINHA(34:40).
           WRITE RELATORIO-LINHA.

       IMPRIME-REGISTRO.
           MOVE SPACES TO NOME-ALUNO.
           STRING ALU-NOME OF ALUNOS(I) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(I) DELIMITED BY SPACE
                  INTO NOME-ALUNO
           END-STRING.
           MOVE REGISTROS-ALUNO(I) TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE PUR-MATRICULA TO RELATORIO-LINHA(1:6).
           MOVE NOME-ALUNO(1:25) TO RELATORIO-LINHA(8:25).
           MOVE PUR-CATEGORIA TO RELATORIO-LINHA(34:12).
           MOVE PUR-ARQUIVO TO RELATORIO-LINHA(47:12).
           MOVE PUR-ACAO TO RELATORIO-LINHA(60:1).
           MOVE QTDE-EDIT TO RELATORIO-LINHA(62:4).
           MOVE PUR-DESLIGAMENTO TO RELATORIO-LINHA(67:8).
           WRITE RELATORIO-LINHA.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-ELIMINADOS TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REGISTROS ELIMINADOS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-ANONIMIZADOS TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REGISTROS ANONIMIZADOS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF TOTAL-SEM-DATA > 0 THEN
               MOVE TOTAL-SEM-DATA TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "INATIVOS SEM DESLIGAMENTO NO HISTORICO "
                              DELIMITED BY SIZE
                      "(NAO TRATADOS): " DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-SUMARIO.
           DISPLAY "RETENCAO DE DADOS PESSOAIS - RESUMO".
           IF EM-SIMULACAO THEN
               DISPLAY "SIMULACAO - NENHUM ARQUIVO ALTERADO"
           END-IF.
           DISPLAY "ALUNOS INATIVOS ....: " TOTAL-DESLIGADOS.
           DISPLAY "SEM DATA DESLIGAM. .: " TOTAL-SEM-DATA.
           DISPLAY "ELIMINADOS .........: " TOTAL-ELIMINADOS.
           DISPLAY "ANONIMIZADOS .......: " TOTAL-ANONIMIZADOS.
