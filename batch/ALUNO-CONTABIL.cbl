       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-CONTABIL AS "ALUCONTB".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DESCONTOS-APLICADOS
               ASSIGN TO "DESCAPL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-EXPORTACOES ASSIGN TO "CONTAEXP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CEX-FILE-STATUS.
           SELECT ARQ-LANCAMENTOS ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "CONTABIL.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.
       FD  ARQ-DESCONTOS-APLICADOS.
       01  DESCONTO-APLICADO-REC.
           COPY ALUDESCA.
       FD  ARQ-EXPORTACOES.
       01  EXPORTACAO-REC.
           COPY ALUCTBX.
       FD  ARQ-LANCAMENTOS
           RECORDING MODE IS F.
       01  LANCAMENTO-REC.
           COPY ALUCTBL.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 CEX-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 I PIC 9(4) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 FIM-MENSALIDADES PIC X VALUE "N".
           88 FIM-DO-ARQ-MENSALIDADES VALUE "S".
       01 FIM-DESCONTOS PIC X VALUE "N".
           88 FIM-DO-ARQ-DESCONTOS VALUE "S".
       01 FIM-EXPORTACOES PIC X VALUE "N".
           88 FIM-DO-ARQ-EXPORTACOES VALUE "S".
       01 ANO-EXPORTACAO-ALPHA PIC X(4) VALUE SPACES.
       01 MES-EXPORTACAO-ALPHA PIC X(2) VALUE SPACES.
       01 REEXPORTA-ALPHA PIC X(9) VALUE SPACES.
       01 MOTIVO-REEXPORTACAO PIC X(40) VALUE SPACES.
       01 ANO-EXPORTACAO PIC 9(4) VALUE 0.
       01 MES-EXPORTACAO PIC 9(2) VALUE 0.
       01 PERIODO-EXPORTACAO PIC 9(6) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 PARAMETRO-FIN.
           COPY ALUPFIN.
       01 VERSAO-ANTERIOR PIC 9(2) VALUE 0.
       01 DATA-EXPORTACAO-ANTERIOR PIC 9(8) VALUE 0.
       01 EXPORTACAO-LIBERADA PIC X VALUE "N".
       01 LANCAMENTOS-CONFEREM PIC X VALUE "N".
       01 TABELA-ESTOURADA PIC X VALUE "N".
       01 TOTAL-LANCAMENTOS PIC 9(4) VALUE 0.
       01 LISTA-LANCAMENTOS.
           05 LANCAMENTOS OCCURS 3000 TIMES.
               COPY ALUCTBL REPLACING ==05== BY ==10==.
       COPY ALUTURML.
       01 TOTAL-TURMAS-CT PIC 9(3) VALUE 0.
       01 TAB-TURMAS-CT.
           05 TURMAS-CT OCCURS TUR-MAX-TURMAS TIMES.
               10 TCT-TURMA PIC X(4).
               10 TCT-QTDE PIC 9(4).
               10 TCT-RECEITA PIC 9(7)V9(2).
               10 TCT-JUROS PIC 9(7)V9(2).
               10 TCT-DESCONTO PIC 9(7)V9(2).
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TURMA-LANCAMENTO PIC X(4) VALUE SPACES.
       01 NOVO-DATA PIC 9(8) VALUE 0.
       01 NOVO-CONTA-DEBITO PIC X(10) VALUE SPACES.
       01 NOVO-CONTA-CREDITO PIC X(10) VALUE SPACES.
       01 NOVO-VALOR PIC 9(9)V9(2) VALUE 0.
       01 NOVO-TEXTO PIC X(16) VALUE SPACES.
       01 NOVO-MATRICULA PIC 9(6) VALUE 0.
       01 NOVO-ANO PIC 9(4) VALUE 0.
       01 NOVO-MES PIC 9(2) VALUE 0.
       01 VALOR-RECEITA PIC 9(5)V9(2) VALUE 0.
       01 VALOR-JUROS PIC 9(5)V9(2) VALUE 0.
       01 TOTAL-DEBITOS PIC 9(9)V9(2) VALUE 0.
       01 TOTAL-CREDITOS PIC 9(9)V9(2) VALUE 0.
       01 TOTAL-CONTROLE PIC 9(9)V9(2) VALUE 0.
       01 GERAL-QTDE PIC 9(5) VALUE 0.
       01 GERAL-RECEITA PIC 9(7)V9(2) VALUE 0.
       01 GERAL-JUROS PIC 9(7)V9(2) VALUE 0.
       01 GERAL-DESCONTO PIC 9(7)V9(2) VALUE 0.
       01 TOTAL-PAGAMENTOS PIC 9(5) VALUE 0.
       01 TOTAL-DESCONTOS PIC 9(5) VALUE 0.
       01 QTDE-EDIT PIC ZZZZ9.
       01 VALOR-EDIT PIC ZZZZZZ9.99.
       01 TOTAL-EDIT PIC ZZZZZZZZ9.99.
       01 VERSAO-EDIT PIC 99.
       01 NOME-RELATORIO PIC X(12) VALUE "CONTABIL.RPT".
       01 RUN-JOB-NOME PIC X(8) VALUE "ALUCONTB".
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
           ACCEPT ANO-EXPORTACAO-ALPHA.
           ACCEPT MES-EXPORTACAO-ALPHA.
           ACCEPT REEXPORTA-ALPHA.
           ACCEPT MOTIVO-REEXPORTACAO.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           IF ANO-EXPORTACAO-ALPHA IS NUMERIC AND
                   ANO-EXPORTACAO-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-EXPORTACAO-ALPHA TO ANO-EXPORTACAO
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-EXPORTACAO
           END-IF.
           IF MES-EXPORTACAO-ALPHA IS NUMERIC AND
                   MES-EXPORTACAO-ALPHA NOT EQUAL "00" THEN
               MOVE MES-EXPORTACAO-ALPHA TO MES-EXPORTACAO
           ELSE
               MOVE DATA-COMPLETA(5:2) TO MES-EXPORTACAO
           END-IF.
           COMPUTE PERIODO-EXPORTACAO = (ANO-EXPORTACAO * 100) +
                   MES-EXPORTACAO.
           CALL "ALUNO-PARAMETRO-FINANCEIRO" USING PARAMETRO-FIN.
           PERFORM CARREGA-EXPORTACOES.
           PERFORM VERIFICA-REEXPORTACAO.
           IF EXPORTACAO-LIBERADA EQUAL "S" THEN
               PERFORM GERA-LANCAMENTOS
               PERFORM CONFERE-LANCAMENTOS
               IF LANCAMENTOS-CONFEREM EQUAL "S" THEN
                   PERFORM GRAVA-LANCAMENTOS
                   PERFORM GRAVA-EXPORTACAO
               END-IF
               PERFORM IMPRIME-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
           END-IF.
           PERFORM IMPRIME-SUMARIO.
           COMPUTE RUN-LIDOS-CTR = TOTAL-PAGAMENTOS + TOTAL-DESCONTOS.
           IF LANCAMENTOS-CONFEREM EQUAL "S" THEN
               MOVE TOTAL-LANCAMENTOS TO RUN-APLICADOS-CTR
               MOVE 0 TO RUN-REJEITADOS-CTR
               MOVE "O" TO RUN-RESULTADO-FIM
           ELSE
               MOVE 0 TO RUN-APLICADOS-CTR
               MOVE TOTAL-LANCAMENTOS TO RUN-REJEITADOS-CTR
               MOVE "E" TO RUN-RESULTADO-FIM
           END-IF.
           MOVE "ENCERRA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       CARREGA-EXPORTACOES.
           MOVE "N" TO FIM-EXPORTACOES.
           MOVE 0 TO VERSAO-ANTERIOR.
           OPEN INPUT ARQ-EXPORTACOES.
           PERFORM LE-EXPORTACAO UNTIL FIM-DO-ARQ-EXPORTACOES.
           CLOSE ARQ-EXPORTACOES.

       LE-EXPORTACAO.
           READ ARQ-EXPORTACOES
               AT END
                   MOVE "S" TO FIM-EXPORTACOES
               NOT AT END
                   IF CEX-ANO EQUAL ANO-EXPORTACAO AND
                           CEX-MES EQUAL MES-EXPORTACAO AND
                           CEX-VERSAO > VERSAO-ANTERIOR THEN
                       MOVE CEX-VERSAO TO VERSAO-ANTERIOR
                       MOVE CEX-DATA TO DATA-EXPORTACAO-ANTERIOR
                   END-IF
           END-READ.

      * A period already sent to the accountant is only exported
      * again when SYSIN asks for it (third line REEXPORTA) and
      * gives the reason (fourth line), which is kept with the new
      * version in CONTAEXP.DAT.
       VERIFICA-REEXPORTACAO.
           IF VERSAO-ANTERIOR EQUAL 0 THEN
               MOVE "S" TO EXPORTACAO-LIBERADA
           ELSE
           IF REEXPORTA-ALPHA EQUAL "REEXPORTA" AND
                   MOTIVO-REEXPORTACAO NOT EQUAL SPACES THEN
               MOVE "S" TO EXPORTACAO-LIBERADA
               DISPLAY "REEXPORTACAO: " MOTIVO-REEXPORTACAO
           ELSE
               MOVE "N" TO EXPORTACAO-LIBERADA
               DISPLAY "PERIODO " ANO-EXPORTACAO "/" MES-EXPORTACAO
                       " JA EXPORTADO EM " DATA-EXPORTACAO-ANTERIOR
                       " VERSAO " VERSAO-ANTERIOR
               DISPLAY "PARA REEXPORTAR INFORME REEXPORTA E O MOTIVO"
           END-IF
           END-IF.

       GERA-LANCAMENTOS.
           MOVE 0 TO TOTAL-LANCAMENTOS.
           MOVE 0 TO TOTAL-TURMAS-CT.
           MOVE 0 TO TOTAL-CONTROLE.
           MOVE "N" TO FIM-MENSALIDADES.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM LE-MENSALIDADE UNTIL FIM-DO-ARQ-MENSALIDADES.
           CLOSE ARQ-MENSALIDADES.
           MOVE "N" TO FIM-DESCONTOS.
           OPEN INPUT ARQ-DESCONTOS-APLICADOS.
           PERFORM LE-DESCONTO-APLICADO UNTIL FIM-DO-ARQ-DESCONTOS.
           CLOSE ARQ-DESCONTOS-APLICADOS.

      * Receipts are taken by the date they were paid.  What was
      * paid above the charge is the multa and juros of a late
      * payment and goes to its own revenue account.
       LE-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE "S" TO FIM-MENSALIDADES
               NOT AT END
                   IF MEN-PAGA AND MEN-VALOR-PAGO > 0 AND
                           MEN-DATA-PAGAMENTO(1:6) EQUAL
                           PERIODO-EXPORTACAO THEN
                       ADD 1 TO TOTAL-PAGAMENTOS
                       ADD MEN-VALOR-PAGO TO TOTAL-CONTROLE
                       PERFORM LANCA-PAGAMENTO
                   END-IF
           END-READ.

       LANCA-PAGAMENTO.
           IF MEN-VALOR-PAGO > MEN-VALOR THEN
               MOVE MEN-VALOR TO VALOR-RECEITA
               COMPUTE VALOR-JUROS = MEN-VALOR-PAGO - MEN-VALOR
           ELSE
               MOVE MEN-VALOR-PAGO TO VALOR-RECEITA
               MOVE 0 TO VALOR-JUROS
           END-IF.
           MOVE MEN-TURMA TO TURMA-LANCAMENTO.
           PERFORM BUSCA-TURMA.
           MOVE MEN-DATA-PAGAMENTO TO NOVO-DATA.
           MOVE MEN-MATRICULA TO NOVO-MATRICULA.
           MOVE MEN-ANO TO NOVO-ANO.
           MOVE MEN-MES TO NOVO-MES.
           MOVE PFI-CONTA-BANCO TO NOVO-CONTA-DEBITO.
           MOVE PFI-CONTA-RECEITA TO NOVO-CONTA-CREDITO.
           MOVE VALOR-RECEITA TO NOVO-VALOR.
           MOVE "MENSALIDADE" TO NOVO-TEXTO.
           PERFORM INCLUI-LANCAMENTO.
           IF TURMA-ACHADA NOT EQUAL 0 THEN
               ADD VALOR-RECEITA TO TCT-RECEITA(TURMA-ACHADA)
           END-IF.
           IF VALOR-JUROS > 0 THEN
               MOVE PFI-CONTA-JUROS TO NOVO-CONTA-CREDITO
               MOVE VALOR-JUROS TO NOVO-VALOR
               MOVE "MULTA E JUROS" TO NOVO-TEXTO
               PERFORM INCLUI-LANCAMENTO
               IF TURMA-ACHADA NOT EQUAL 0 THEN
                   ADD VALOR-JUROS TO TCT-JUROS(TURMA-ACHADA)
               END-IF
           END-IF.

      * Discounts belong to the month of the charge they were given
      * on, and are posted on its first day as a deduction from the
      * tuition revenue.
       LE-DESCONTO-APLICADO.
           READ ARQ-DESCONTOS-APLICADOS
               AT END
                   MOVE "S" TO FIM-DESCONTOS
               NOT AT END
                   IF DSA-ANO EQUAL ANO-EXPORTACAO AND
                           DSA-MES EQUAL MES-EXPORTACAO AND
                           DSA-VALOR-DESCONTO > 0 THEN
                       ADD 1 TO TOTAL-DESCONTOS
                       ADD DSA-VALOR-DESCONTO TO TOTAL-CONTROLE
                       PERFORM LANCA-DESCONTO
                   END-IF
           END-READ.

       LANCA-DESCONTO.
           MOVE DSA-TURMA TO TURMA-LANCAMENTO.
           PERFORM BUSCA-TURMA.
           COMPUTE NOVO-DATA = (PERIODO-EXPORTACAO * 100) + 1.
           MOVE DSA-MATRICULA TO NOVO-MATRICULA.
           MOVE DSA-ANO TO NOVO-ANO.
           MOVE DSA-MES TO NOVO-MES.
           MOVE PFI-CONTA-DESCONTO TO NOVO-CONTA-DEBITO.
           MOVE PFI-CONTA-RECEITA TO NOVO-CONTA-CREDITO.
           MOVE DSA-VALOR-DESCONTO TO NOVO-VALOR.
           EVALUATE DSA-MOTIVO
               WHEN "I"
                   MOVE "BOLSA INTEGRAL" TO NOVO-TEXTO
               WHEN "P"
                   MOVE "BOLSA PARCIAL" TO NOVO-TEXTO
               WHEN "R"
                   MOVE "DESCONTO IRMAO" TO NOVO-TEXTO
               WHEN "F"
                   MOVE "DESC FUNCIONARIO" TO NOVO-TEXTO
               WHEN OTHER
                   MOVE "DESCONTO" TO NOVO-TEXTO
           END-EVALUATE.
           PERFORM INCLUI-LANCAMENTO.
           IF TURMA-ACHADA NOT EQUAL 0 THEN
               ADD DSA-VALOR-DESCONTO TO TCT-DESCONTO(TURMA-ACHADA)
           END-IF.

       INCLUI-LANCAMENTO.
           IF TOTAL-LANCAMENTOS < 3000 THEN
               ADD 1 TO TOTAL-LANCAMENTOS
               MOVE NOVO-DATA TO CTB-DATA OF
                       LANCAMENTOS(TOTAL-LANCAMENTOS)
               MOVE NOVO-CONTA-DEBITO TO CTB-CONTA-DEBITO OF
                       LANCAMENTOS(TOTAL-LANCAMENTOS)
               MOVE NOVO-CONTA-CREDITO TO CTB-CONTA-CREDITO OF
                       LANCAMENTOS(TOTAL-LANCAMENTOS)
               MOVE NOVO-VALOR TO CTB-VALOR OF
                       LANCAMENTOS(TOTAL-LANCAMENTOS)
               MOVE SPACES TO CTB-HISTORICO OF
                       LANCAMENTOS(TOTAL-LANCAMENTOS)
               STRING NOVO-TEXTO DELIMITED BY "  "
                      " MAT " DELIMITED BY SIZE
                      NOVO-MATRICULA DELIMITED BY SIZE
                      " REF " DELIMITED BY SIZE
                      NOVO-MES DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      NOVO-ANO DELIMITED BY SIZE
                      INTO CTB-HISTORICO OF
                           LANCAMENTOS(TOTAL-LANCAMENTOS)
               END-STRING
               IF TURMA-ACHADA NOT EQUAL 0 THEN
                   ADD 1 TO TCT-QTDE(TURMA-ACHADA)
               END-IF
           ELSE
               MOVE "S" TO TABELA-ESTOURADA
           END-IF.

       BUSCA-TURMA.
           MOVE 0 TO TURMA-ACHADA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-TURMAS-CT
                   OR TURMA-ACHADA NOT EQUAL 0
               IF TCT-TURMA(K) EQUAL TURMA-LANCAMENTO THEN
                   MOVE K TO TURMA-ACHADA
               END-IF
           END-PERFORM.
           IF TURMA-ACHADA EQUAL 0 AND
                   TOTAL-TURMAS-CT < TUR-MAX-TURMAS THEN
               ADD 1 TO TOTAL-TURMAS-CT
               MOVE TOTAL-TURMAS-CT TO TURMA-ACHADA
               MOVE TURMA-LANCAMENTO TO TCT-TURMA(TURMA-ACHADA)
               MOVE 0 TO TCT-QTDE(TURMA-ACHADA)
               MOVE 0 TO TCT-RECEITA(TURMA-ACHADA)
               MOVE 0 TO TCT-JUROS(TURMA-ACHADA)
               MOVE 0 TO TCT-DESCONTO(TURMA-ACHADA)
           END-IF.

      * Nothing goes to the accountant unless the entries add up:
      * every entry needs both accounts, the debits must equal the
      * credits and both must equal what was read (receipts plus
      * discounts), with no entry lost to a full table.
       CONFERE-LANCAMENTOS.
           MOVE 0 TO TOTAL-DEBITOS.
           MOVE 0 TO TOTAL-CREDITOS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-LANCAMENTOS
               IF CTB-CONTA-DEBITO OF LANCAMENTOS(I)
                       NOT EQUAL SPACES THEN
                   ADD CTB-VALOR OF LANCAMENTOS(I) TO TOTAL-DEBITOS
               END-IF
               IF CTB-CONTA-CREDITO OF LANCAMENTOS(I)
                       NOT EQUAL SPACES THEN
                   ADD CTB-VALOR OF LANCAMENTOS(I) TO TOTAL-CREDITOS
               END-IF
           END-PERFORM.
           IF TABELA-ESTOURADA EQUAL "S" THEN
               MOVE "N" TO LANCAMENTOS-CONFEREM
               DISPLAY "EXPORTACAO RECUSADA: LIMITE DE LANCAMENTOS"
           ELSE
           IF TOTAL-DEBITOS NOT EQUAL TOTAL-CREDITOS OR
                   TOTAL-DEBITOS NOT EQUAL TOTAL-CONTROLE THEN
               MOVE "N" TO LANCAMENTOS-CONFEREM
               DISPLAY "EXPORTACAO RECUSADA: DEBITOS E CREDITOS NAO "
                       "CONFEREM"
           ELSE
               MOVE "S" TO LANCAMENTOS-CONFEREM
           END-IF
           END-IF.

       GRAVA-LANCAMENTOS.
           OPEN OUTPUT ARQ-LANCAMENTOS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-LANCAMENTOS
               MOVE LANCAMENTOS(I) TO LANCAMENTO-REC
               WRITE LANCAMENTO-REC
           END-PERFORM.
           CLOSE ARQ-LANCAMENTOS.

       GRAVA-EXPORTACAO.
           OPEN EXTEND ARQ-EXPORTACOES.
           IF CEX-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-EXPORTACOES
           END-IF.
           MOVE ANO-EXPORTACAO TO CEX-ANO.
           MOVE MES-EXPORTACAO TO CEX-MES.
           COMPUTE CEX-VERSAO = VERSAO-ANTERIOR + 1.
           MOVE DATA-COMPLETA TO CEX-DATA.
           MOVE TOTAL-LANCAMENTOS TO CEX-QTDE-LANCAMENTOS.
           MOVE TOTAL-DEBITOS TO CEX-TOTAL.
           IF VERSAO-ANTERIOR EQUAL 0 THEN
               MOVE SPACES TO CEX-MOTIVO
           ELSE
               MOVE MOTIVO-REEXPORTACAO TO CEX-MOTIVO
           END-IF.
           WRITE EXPORTACAO-REC.
           CLOSE ARQ-EXPORTACOES.

       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           COMPUTE VERSAO-EDIT = VERSAO-ANTERIOR + 1.
           STRING "EXPORTACAO CONTABIL - REFERENCIA "
                       DELIMITED BY SIZE
                  ANO-EXPORTACAO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-EXPORTACAO DELIMITED BY SIZE
                  " - VERSAO " DELIMITED BY SIZE
                  VERSAO-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF VERSAO-ANTERIOR NOT EQUAL 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               STRING "REEXPORTACAO: " DELIMITED BY SIZE
                      MOTIVO-REEXPORTACAO DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA LANCT    RECEITA MULTA/JUROS"
                       DELIMITED BY SIZE
                  "   DESCONTOS" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF TOTAL-TURMAS-CT EQUAL 0 THEN
               MOVE "NENHUM RECEBIMENTO OU DESCONTO NO MES" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-CT
           END-IF.
           PERFORM IMPRIME-TOTAL-GERAL.
           CLOSE ARQ-RELATORIO.

       IMPRIME-TURMA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TCT-TURMA(T) TO RELATORIO-LINHA(1:4).
           MOVE TCT-QTDE(T) TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(6:5).
           MOVE TCT-RECEITA(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(12:10).
           MOVE TCT-JUROS(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(24:10).
           MOVE TCT-DESCONTO(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(36:10).
           WRITE RELATORIO-LINHA.
           ADD TCT-QTDE(T) TO GERAL-QTDE.
           ADD TCT-RECEITA(T) TO GERAL-RECEITA.
           ADD TCT-JUROS(T) TO GERAL-JUROS.
           ADD TCT-DESCONTO(T) TO GERAL-DESCONTO.

       IMPRIME-TOTAL-GERAL.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "TOTAL" TO RELATORIO-LINHA(1:5).
           MOVE GERAL-QTDE TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(6:5).
           MOVE GERAL-RECEITA TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(12:10).
           MOVE GERAL-JUROS TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(24:10).
           MOVE GERAL-DESCONTO TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(36:10).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TOTAL-DEBITOS TO TOTAL-EDIT.
           STRING "TOTAL DEBITOS .: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TOTAL-CREDITOS TO TOTAL-EDIT.
           STRING "TOTAL CREDITOS : " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF LANCAMENTOS-CONFEREM EQUAL "S" THEN
               MOVE "LANCAMENTOS GRAVADOS EM CONTABIL.DAT" TO
                       RELATORIO-LINHA
           ELSE
               MOVE "EXPORTACAO RECUSADA - ARQUIVO NAO GERADO" TO
                       RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "EXPORTACAO CONTABIL " ANO-EXPORTACAO "/"
                   MES-EXPORTACAO.
           DISPLAY "RECEBIMENTOS ......: " TOTAL-PAGAMENTOS.
           DISPLAY "DESCONTOS .........: " TOTAL-DESCONTOS.
           DISPLAY "LANCAMENTOS .......: " TOTAL-LANCAMENTOS.
           DISPLAY "TOTAL DEBITOS .....: " TOTAL-DEBITOS.
           DISPLAY "TOTAL CREDITOS ....: " TOTAL-CREDITOS.
           IF LANCAMENTOS-CONFEREM EQUAL "S" THEN
               DISPLAY "LANCAMENTOS GRAVADOS EM CONTABIL.DAT"
           ELSE
               DISPLAY "ARQUIVO CONTABIL NAO GERADO"
           END-IF.
