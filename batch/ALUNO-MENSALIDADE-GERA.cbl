           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEN-FILE-STATUS.
           SELECT OPTIONAL ARQ-DESCONTOS ASSIGN TO "DESCONTO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DESCONTOS-APLICADOS
               ASSIGN TO "DESCAPL.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSA-FILE-STATUS.
           SELECT OPTIONAL ARQ-OFICINAS ASSIGN TO "OFICINA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-INSCRICOES ASSIGN TO "OFICINSC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-EVENTOS ASSIGN TO "EVENTO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PARTICIPACOES ASSIGN TO "EVENTPAR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-EMPRESTIMOS ASSIGN TO "EMPRESTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.
       FD  ARQ-DESCONTOS.
       01  DESCONTO-REC.
           COPY ALUDESC.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-DESCONTOS-APLICADOS.
       01  DESCONTO-APLICADO-REC.
           COPY ALUDESCA.
       FD  ARQ-OFICINAS.
       01  OFICINA-REC.
           COPY ALUOFIC.
       FD  ARQ-INSCRICOES.
       01  INSCRICAO-REC.
           COPY ALUOFINS.
       FD  ARQ-EVENTOS.
       01  EVENTO-REC.
           COPY ALUEVENT.
       FD  ARQ-PARTICIPACOES.
       01  PARTICIPACAO-REC.
           COPY ALUEVPAR.
       FD  ARQ-EMPRESTIMOS.
       01  EMPRESTIMO-REC.
           COPY ALUEMPRE.

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 MEN-FILE-STATUS PIC X(2) VALUE "00".
       01 DSA-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       COPY ALULISTA.
       01 ANO-COBRANCA PIC 9(4) VALUE 0.
       01 MES-COBRANCA PIC 9(2) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TAXAS PIC 9(3) VALUE 0.
       01 TAB-TAXAS.
           05 TAXAS OCCURS TUR-MAX-TURMAS TIMES.
               COPY ALUTAXA REPLACING ==05== BY ==10==.
       01 TOTAL-JA-GERADAS PIC 9(3) VALUE 0.
       01 TAB-GERADAS.
           05 GERADAS OCCURS 500 TIMES PIC 9(6).
       01 RTN-TAXA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-JA-GERADA PIC 9(3) VALUE 0.
       01 TOTAL-GERADAS PIC 9(3) VALUE 0.
       01 TOTAL-SEM-TAXA PIC 9(3) VALUE 0.
       01 TOTAL-PULADAS PIC 9(3) VALUE 0.
       01 FIM-DESCONTOS PIC X VALUE "N".
           88 FIM-DO-ARQ-DESCONTOS VALUE "S".
       01 TOTAL-DESCONTOS PIC 9(3) VALUE 0.
       01 LISTA-DESCONTOS.
           05 DESCONTOS OCCURS 500 TIMES.
               COPY ALUDESC REPLACING ==05== BY ==10==.
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 PARAMETRO-FIN.
           COPY ALUPFIN.
       01 R PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 RTN-DESCONTO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-RESPONSAVEL-ACHADO PIC 9(3) VALUE 0.
       01 RTN-IRMAO-ACHADO PIC 9(3) VALUE 0.
       01 MES-REFERENCIA PIC 9(6) VALUE 0.
       01 VALOR-BRUTO PIC 9(5)V9(2) VALUE 0.
       01 VALOR-DESCONTO PIC 9(5)V9(2) VALUE 0.
       01 MOTIVO-DESCONTO PIC X VALUE " ".
       01 DESCONTO-AUTOMATICO PIC X VALUE "N".
       01 TOTAL-COM-DESCONTO PIC 9(3) VALUE 0.
       01 TOTAL-ISENTAS PIC 9(3) VALUE 0.
       01 SOMA-DESCONTOS PIC 9(7)V9(2) VALUE 0.
       01 SOMA-EDIT PIC ZZZZZZ9.99.
       01 FIM-OFICINAS PIC X VALUE "N".
           88 FIM-DO-ARQ-OFICINAS VALUE "S".
       COPY ALUOFICL.
       01 FIM-INSCRICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-INSCRICOES VALUE "S".
       01 TOTAL-INSCRICOES PIC 9(4) VALUE 0.
       01 TOTAL-INS-LIDOS PIC 9(7) VALUE 0.
       01 TOTAL-INS-COBRADAS PIC 9(4) VALUE 0.
       01 LISTA-INSCRICOES.
           05 INSCRICOES OCCURS 2000 TIMES.
               COPY ALUOFINS REPLACING ==05== BY ==10==.
       01 N PIC 9(4) VALUE 1.
       01 MES-INICIAL PIC 9(6) VALUE 0.
       01 MES-INICIAL-R REDEFINES MES-INICIAL.
           05 ANO-INICIAL PIC 9(4).
           05 MM-INICIAL PIC 9(2).
       01 MES-FINAL PIC 9(6) VALUE 0.
       01 MES-FINAL-R REDEFINES MES-FINAL.
           05 ANO-FINAL PIC 9(4).
           05 MM-FINAL PIC 9(2).
       01 MESES-DEVIDOS PIC 9(3) VALUE 0.
       01 VALOR-OFICINAS PIC 9(5)V9(2) VALUE 0.
       01 TOTAL-COM-OFICINA PIC 9(3) VALUE 0.
       01 SOMA-OFICINAS PIC 9(7)V9(2) VALUE 0.
       01 FIM-EVENTOS PIC X VALUE "N".
           88 FIM-DO-ARQ-EVENTOS VALUE "S".
       COPY ALUEVENL.
       01 FIM-PARTICIPACOES PIC X VALUE "N".
           88 FIM-DO-ARQ-PARTICIPACOES VALUE "S".
       01 TOTAL-PARTICIPACOES PIC 9(4) VALUE 0.
       01 TOTAL-PAR-LIDOS PIC 9(7) VALUE 0.
       01 TOTAL-PAR-COBRADAS PIC 9(4) VALUE 0.
       01 LISTA-PARTICIPACOES.
           05 PARTICIPACOES OCCURS 3000 TIMES.
               COPY ALUEVPAR REPLACING ==05== BY ==10==.
       01 VALOR-EVENTOS PIC 9(5)V9(2) VALUE 0.
       01 TOTAL-COM-EVENTO PIC 9(3) VALUE 0.
       01 SOMA-EVENTOS PIC 9(7)V9(2) VALUE 0.
       01 FIM-EMPRESTIMOS PIC X VALUE "N".
           88 FIM-DO-ARQ-EMPRESTIMOS VALUE "S".
       01 TOTAL-EMPRESTIMOS PIC 9(4) VALUE 0.
       01 TOTAL-EMP-LIDOS PIC 9(4) VALUE 0.
       01 LISTA-EMPRESTIMOS.
           05 EMPRESTIMOS OCCURS 5000 TIMES.
               COPY ALUEMPRE REPLACING ==05== BY ==10==.
       01 VALOR-REPOSICOES PIC 9(5)V9(2) VALUE 0.
       01 TOTAL-COM-REPOSICAO PIC 9(3) VALUE 0.
       01 SOMA-REPOSICOES PIC 9(7)V9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-TAXAS.
           PERFORM CARREGA-GERADAS.
           PERFORM CARREGA-DESCONTOS.
           PERFORM CARREGA-RESPONSAVEIS.
           CALL "ALUNO-PARAMETRO-FINANCEIRO" USING PARAMETRO-FIN.
           COMPUTE MES-REFERENCIA = (ANO-COBRANCA * 100) + MES-COBRANCA.
           PERFORM CARREGA-OFICINAS.
           PERFORM CARREGA-INSCRICOES.
           PERFORM CARREGA-EVENTOS.
           PERFORM CARREGA-PARTICIPACOES.
           PERFORM CARREGA-EMPRESTIMOS.
           OPEN EXTEND ARQ-MENSALIDADES.
           IF MEN-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-MENSALIDADES
           END-IF.
           OPEN EXTEND ARQ-DESCONTOS-APLICADOS.
           IF DSA-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-DESCONTOS-APLICADOS
           END-IF.
           PERFORM GERA-COBRANCA VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           CLOSE ARQ-MENSALIDADES.
           CLOSE ARQ-DESCONTOS-APLICADOS.
           IF TOTAL-INS-COBRADAS > 0 THEN
               PERFORM GRAVA-INSCRICOES
           END-IF.
           IF TOTAL-PAR-COBRADAS > 0 THEN
               PERFORM GRAVA-PARTICIPACOES
           END-IF.
           IF TOTAL-COM-REPOSICAO > 0 THEN
               PERFORM GRAVA-EMPRESTIMOS
           END-IF.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
               AT END
                   MOVE "S" TO FIM-TAXAS
               NOT AT END
                   IF TOTAL-TAXAS < TUR-MAX-TURMAS THEN
                       COMPUTE TOTAL-TAXAS = TOTAL-TAXAS + 1
                       MOVE TAXA-REC TO TAXAS(TOTAL-TAXAS)
                   END-IF
                   END-IF
           END-READ.

       CARREGA-DESCONTOS.
           MOVE "N" TO FIM-DESCONTOS.
           MOVE 0 TO TOTAL-DESCONTOS.
           OPEN INPUT ARQ-DESCONTOS.
           PERFORM LE-DESCONTO UNTIL FIM-DO-ARQ-DESCONTOS.
           CLOSE ARQ-DESCONTOS.

       LE-DESCONTO.
           READ ARQ-DESCONTOS
               AT END
                   MOVE "S" TO FIM-DESCONTOS
               NOT AT END
                   IF TOTAL-DESCONTOS < 500 THEN
                       ADD 1 TO TOTAL-DESCONTOS
                       MOVE DESCONTO-REC TO DESCONTOS(TOTAL-DESCONTOS)
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

      * The enrollments are rewritten with the last month billed, so
      * a file larger than the table is left alone and no oficina is
      * billed until it is cleaned up.
       CARREGA-INSCRICOES.
           MOVE "N" TO FIM-INSCRICOES.
           MOVE 0 TO TOTAL-INSCRICOES.
           MOVE 0 TO TOTAL-INS-LIDOS.
           OPEN INPUT ARQ-INSCRICOES.
           PERFORM LE-INSCRICAO UNTIL FIM-DO-ARQ-INSCRICOES.
           CLOSE ARQ-INSCRICOES.
           IF TOTAL-INS-LIDOS > TOTAL-INSCRICOES THEN
               DISPLAY "OFICINSC.DAT EXCEDE A TABELA - OFICINAS "
                       "NAO COBRADAS"
               MOVE 0 TO TOTAL-INSCRICOES
           END-IF.

       LE-INSCRICAO.
           READ ARQ-INSCRICOES
               AT END
                   MOVE "S" TO FIM-INSCRICOES
               NOT AT END
                   ADD 1 TO TOTAL-INS-LIDOS
                   IF TOTAL-INSCRICOES < 2000 THEN
                       ADD 1 TO TOTAL-INSCRICOES
                       MOVE INSCRICAO-REC
                               TO INSCRICOES(TOTAL-INSCRICOES)
                   END-IF
           END-READ.

       GRAVA-INSCRICOES.
           OPEN OUTPUT ARQ-INSCRICOES.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-INSCRICOES
               MOVE INSCRICOES(N) TO INSCRICAO-REC
               WRITE INSCRICAO-REC
           END-PERFORM.
           CLOSE ARQ-INSCRICOES.

      * Only the events up to the month billed whose cost goes on the
      * mensalidade are kept.
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
                   IF EVT-COBRA-MENSALIDADE OF EVENTO-REC AND
                           EVT-DATA OF EVENTO-REC(1:6) <=
                                   MES-REFERENCIA AND
                           TOTAL-EVENTOS-CAT < EVT-MAX-EVENTOS THEN
                       ADD 1 TO TOTAL-EVENTOS-CAT
                       MOVE EVENTO-REC TO EVENTOS(TOTAL-EVENTOS-CAT)
                   END-IF
           END-READ.

      * The participations are rewritten with the month each
      * authorization was billed on, so a file larger than the table
      * is left alone and no event is billed until it is cleaned up.
       CARREGA-PARTICIPACOES.
           MOVE "N" TO FIM-PARTICIPACOES.
           MOVE 0 TO TOTAL-PARTICIPACOES.
           MOVE 0 TO TOTAL-PAR-LIDOS.
           OPEN INPUT ARQ-PARTICIPACOES.
           PERFORM LE-PARTICIPACAO UNTIL FIM-DO-ARQ-PARTICIPACOES.
           CLOSE ARQ-PARTICIPACOES.
           IF TOTAL-PAR-LIDOS > TOTAL-PARTICIPACOES THEN
               DISPLAY "EVENTPAR.DAT EXCEDE A TABELA - EVENTOS "
                       "NAO COBRADOS"
               MOVE 0 TO TOTAL-PARTICIPACOES
           END-IF.

       LE-PARTICIPACAO.
           READ ARQ-PARTICIPACOES
               AT END
                   MOVE "S" TO FIM-PARTICIPACOES
               NOT AT END
                   ADD 1 TO TOTAL-PAR-LIDOS
                   IF TOTAL-PARTICIPACOES < 3000 THEN
                       ADD 1 TO TOTAL-PARTICIPACOES
                       MOVE PARTICIPACAO-REC
                               TO PARTICIPACOES(TOTAL-PARTICIPACOES)
                   END-IF
           END-READ.

       GRAVA-PARTICIPACOES.
           OPEN OUTPUT ARQ-PARTICIPACOES.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-PARTICIPACOES
               MOVE PARTICIPACOES(N) TO PARTICIPACAO-REC
               WRITE PARTICIPACAO-REC
           END-PERFORM.
           CLOSE ARQ-PARTICIPACOES.

      * The loans are rewritten once the pending replacements are
      * billed, so a file larger than the table is left alone and
      * its replacements wait for the desk instead.
       CARREGA-EMPRESTIMOS.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE 0 TO TOTAL-EMPRESTIMOS.
           MOVE 0 TO TOTAL-EMP-LIDOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO UNTIL FIM-DO-ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPRESTIMOS.
           IF TOTAL-EMP-LIDOS > TOTAL-EMPRESTIMOS THEN
               DISPLAY "EMPRESTA.DAT EXCEDE A TABELA - REPOSICOES "
                       "DE LIVRO NAO COBRADAS"
               MOVE 0 TO TOTAL-EMPRESTIMOS
           END-IF.

       LE-EMPRESTIMO.
           READ ARQ-EMPRESTIMOS
               AT END
                   MOVE "S" TO FIM-EMPRESTIMOS
               NOT AT END
                   ADD 1 TO TOTAL-EMP-LIDOS
                   IF TOTAL-EMPRESTIMOS < 5000 THEN
                       ADD 1 TO TOTAL-EMPRESTIMOS
                       MOVE EMPRESTIMO-REC
                               TO EMPRESTIMOS(TOTAL-EMPRESTIMOS)
                   END-IF
           END-READ.

       GRAVA-EMPRESTIMOS.
           OPEN OUTPUT ARQ-EMPRESTIMOS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-EMPRESTIMOS
               MOVE EMPRESTIMOS(N) TO EMPRESTIMO-REC
               WRITE EMPRESTIMO-REC
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.

       GERA-COBRANCA.
           IF ALU-ATIVO OF ALUNOS(I) THEN
               PERFORM VERIFICA-JA-GERADA
           MOVE ANO-COBRANCA TO MEN-ANO.
           MOVE MES-COBRANCA TO MEN-MES.
           MOVE ALU-TURMA OF ALUNOS(I) TO MEN-TURMA.
           MOVE TAX-VALOR OF TAXAS(RTN-TAXA-ACHADA) TO VALOR-BRUTO.
           PERFORM CALCULA-DESCONTO.
           PERFORM CALCULA-OFICINAS.
           PERFORM CALCULA-EVENTOS.
           PERFORM CALCULA-REPOSICOES.
           COMPUTE MEN-VALOR = VALOR-BRUTO - VALOR-DESCONTO +
                   VALOR-OFICINAS + VALOR-EVENTOS + VALOR-REPOSICOES.
           MOVE 0 TO MEN-VALOR-PAGO.
           IF MEN-VALOR EQUAL 0 THEN
               MOVE DATA-COMPLETA TO MEN-DATA-PAGAMENTO
               MOVE "P" TO MEN-SITUACAO
               ADD 1 TO TOTAL-ISENTAS
           ELSE
               MOVE 0 TO MEN-DATA-PAGAMENTO
               MOVE "A" TO MEN-SITUACAO
           END-IF.
           WRITE MENSALIDADE-REC.
           IF VALOR-DESCONTO > 0 THEN
               PERFORM GRAVA-DESCONTO-APLICADO
           END-IF.

      * Oficina fees are charged in full on top of the tuition; the
      * bolsa or desconto only applies to the tuition itself.  Every
      * month of the enrollment not billed yet, up to the month
      * billed, goes on this mensalidade and the enrollment is marked
      * with the last of them.
       CALCULA-OFICINAS.
           MOVE 0 TO VALOR-OFICINAS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-INSCRICOES
               IF OFN-MATRICULA OF INSCRICOES(N) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) THEN
                   PERFORM APURA-MESES-INSCRICAO
                   IF MESES-DEVIDOS > 0 THEN
                       PERFORM COBRA-INSCRICAO
                   END-IF
               END-IF
           END-PERFORM.
           IF VALOR-OFICINAS > 0 THEN
               ADD 1 TO TOTAL-COM-OFICINA
               ADD VALOR-OFICINAS TO SOMA-OFICINAS
           END-IF.

      * MES-INICIAL is the first month not billed yet (the start of
      * the enrollment or the month after the last one billed) and
      * MES-FINAL the month billed, or the closing month if earlier.
       APURA-MESES-INSCRICAO.
           MOVE 0 TO MESES-DEVIDOS.
           IF OFN-MES-COBRANCA OF INSCRICOES(N) EQUAL 0 THEN
               MOVE OFN-DATA-INICIO OF INSCRICOES(N)(1:6)
                       TO MES-INICIAL
           ELSE
               MOVE OFN-MES-COBRANCA OF INSCRICOES(N) TO MES-INICIAL
               IF MM-INICIAL EQUAL 12 THEN
                   ADD 1 TO ANO-INICIAL
                   MOVE 1 TO MM-INICIAL
               ELSE
                   ADD 1 TO MM-INICIAL
               END-IF
           END-IF.
           MOVE MES-REFERENCIA TO MES-FINAL.
           IF OFN-DATA-FIM OF INSCRICOES(N) NOT EQUAL 0 AND
                   OFN-DATA-FIM OF INSCRICOES(N)(1:6) < MES-FINAL THEN
               MOVE OFN-DATA-FIM OF INSCRICOES(N)(1:6) TO MES-FINAL
           END-IF.
           IF MES-INICIAL NOT > MES-FINAL THEN
               COMPUTE MESES-DEVIDOS = (ANO-FINAL * 12 + MM-FINAL) -
                       (ANO-INICIAL * 12 + MM-INICIAL) + 1
           END-IF.

       COBRA-INSCRICAO.
           PERFORM VARYING IX-OFICINAS FROM 1 BY 1
                   UNTIL IX-OFICINAS > TOTAL-OFICINAS-CAT
               IF OFI-CODIGO OF OFICINAS(IX-OFICINAS) EQUAL
                       OFN-OFICINA OF INSCRICOES(N) THEN
                   COMPUTE VALOR-OFICINAS = VALOR-OFICINAS +
                           OFI-VALOR OF OFICINAS(IX-OFICINAS) *
                           MESES-DEVIDOS
                   MOVE MES-FINAL TO OFN-MES-COBRANCA OF INSCRICOES(N)
                   ADD 1 TO TOTAL-INS-COBRADAS
               END-IF
           END-PERFORM.

      * The cost of every event up to the month billed that the
      * student was authorized to go on is charged in full as well,
      * once: the authorization is marked with the month it went on,
      * so one recorded after its month was billed is not lost.
       CALCULA-EVENTOS.
           MOVE 0 TO VALOR-EVENTOS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-PARTICIPACOES
               IF EVP-MATRICULA OF PARTICIPACOES(N) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) AND
                       EVP-AUTORIZADO OF PARTICIPACOES(N) AND
                       EVP-MES-COBRANCA OF PARTICIPACOES(N) EQUAL 0
                       THEN
                   PERFORM VARYING IX-EVENTOS FROM 1 BY 1
                           UNTIL IX-EVENTOS > TOTAL-EVENTOS-CAT
                       IF EVT-CODIGO OF EVENTOS(IX-EVENTOS) EQUAL
                               EVP-EVENTO OF PARTICIPACOES(N) THEN
                           ADD EVT-VALOR OF EVENTOS(IX-EVENTOS)
                                   TO VALOR-EVENTOS
                           MOVE MES-REFERENCIA TO
                                   EVP-MES-COBRANCA OF PARTICIPACOES(N)
                           ADD 1 TO TOTAL-PAR-COBRADAS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF VALOR-EVENTOS > 0 THEN
               ADD 1 TO TOTAL-COM-EVENTO
               ADD VALOR-EVENTOS TO SOMA-EVENTOS
           END-IF.

      * Lost textbooks whose replacement could not go on an open
      * mensalidade at the desk are charged in full on this one and
      * marked with the month they were billed on.
       CALCULA-REPOSICOES.
           MOVE 0 TO VALOR-REPOSICOES.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > TOTAL-EMPRESTIMOS
               IF EMP-MATRICULA OF EMPRESTIMOS(N) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) AND
                       EMP-COBRANCA-PENDENTE OF EMPRESTIMOS(N) THEN
                   ADD EMP-VALOR-COBRANCA OF EMPRESTIMOS(N)
                           TO VALOR-REPOSICOES
                   MOVE "C" TO EMP-COBRANCA OF EMPRESTIMOS(N)
                   MOVE MES-REFERENCIA TO
                           EMP-MES-COBRANCA OF EMPRESTIMOS(N)
               END-IF
           END-PERFORM.
           IF VALOR-REPOSICOES > 0 THEN
               ADD 1 TO TOTAL-COM-REPOSICAO
               ADD VALOR-REPOSICOES TO SOMA-REPOSICOES
           END-IF.

      * A bolsa or desconto granted in DESCONTO.DAT and valid for the
      * month wins; otherwise a student whose family (same guardian
      * name and phone) has an older active enrollment gets the
      * sibling discount of the financial parameters.  Discounts do
      * not add up: only one is applied to each charge.
       CALCULA-DESCONTO.
           MOVE 0 TO VALOR-DESCONTO.
           MOVE " " TO MOTIVO-DESCONTO.
           MOVE "N" TO DESCONTO-AUTOMATICO.
           PERFORM BUSCA-DESCONTO.
           IF RTN-DESCONTO-ACHADO NOT EQUAL 0 THEN
               MOVE BOL-MOTIVO OF DESCONTOS(RTN-DESCONTO-ACHADO)
                       TO MOTIVO-DESCONTO
               IF BOL-PERCENTUAL OF DESCONTOS(RTN-DESCONTO-ACHADO)
                       THEN
                   COMPUTE VALOR-DESCONTO ROUNDED = VALOR-BRUTO *
                       BOL-VALOR OF DESCONTOS(RTN-DESCONTO-ACHADO) / 100
               ELSE
                   MOVE BOL-VALOR OF DESCONTOS(RTN-DESCONTO-ACHADO)
                           TO VALOR-DESCONTO
               END-IF
           ELSE
               PERFORM BUSCA-IRMAO-MAIS-ANTIGO
               IF RTN-IRMAO-ACHADO NOT EQUAL 0 AND
                       PFI-DESCONTO-IRMAO > 0 THEN
                   MOVE "R" TO MOTIVO-DESCONTO
                   MOVE "S" TO DESCONTO-AUTOMATICO
                   COMPUTE VALOR-DESCONTO ROUNDED = VALOR-BRUTO *
                       PFI-DESCONTO-IRMAO / 100
               END-IF
           END-IF.
           IF VALOR-DESCONTO > VALOR-BRUTO THEN
               MOVE VALOR-BRUTO TO VALOR-DESCONTO
           END-IF.

       BUSCA-DESCONTO.
           MOVE 0 TO RTN-DESCONTO-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-DESCONTOS
                   OR RTN-DESCONTO-ACHADO NOT EQUAL 0
               IF BOL-MATRICULA OF DESCONTOS(K) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) AND
                       BOL-MES-INICIO OF DESCONTOS(K) <= MES-REFERENCIA
                       AND (BOL-MES-FIM OF DESCONTOS(K) EQUAL 0 OR
                       BOL-MES-FIM OF DESCONTOS(K) >= MES-REFERENCIA)
                       THEN
                   MOVE K TO RTN-DESCONTO-ACHADO
               END-IF
           END-PERFORM.

      * The first child enrolled (lowest matricula) pays in full;
      * RTN-IRMAO-ACHADO points at an active sibling enrolled before
      * the student being billed, if there is one.
       BUSCA-IRMAO-MAIS-ANTIGO.
           MOVE 0 TO RTN-IRMAO-ACHADO.
           MOVE 0 TO RTN-RESPONSAVEL-ACHADO.
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > TOTAL-RESPONSAVEIS
                   OR RTN-RESPONSAVEL-ACHADO NOT EQUAL 0
               IF RSP-MATRICULA OF RESPONSAVEIS(R) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) THEN
                   MOVE R TO RTN-RESPONSAVEL-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-RESPONSAVEL-ACHADO NOT EQUAL 0 AND
                   RSP-NOME OF RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                   NOT EQUAL SPACES THEN
               PERFORM VARYING R FROM 1 BY 1
                       UNTIL R > TOTAL-RESPONSAVEIS
                       OR RTN-IRMAO-ACHADO NOT EQUAL 0
                   IF RSP-NOME OF RESPONSAVEIS(R) EQUAL
                      RSP-NOME OF RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                      AND RSP-TELEFONE OF RESPONSAVEIS(R) EQUAL
                      RSP-TELEFONE OF
                              RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                      AND RSP-MATRICULA OF RESPONSAVEIS(R) <
                              ALU-MATRICULA OF ALUNOS(I) THEN
                       PERFORM VERIFICA-IRMAO-ATIVO
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICA-IRMAO-ATIVO.
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > TOTAL-ALUNOS
                   OR RTN-IRMAO-ACHADO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(A) EQUAL
                       RSP-MATRICULA OF RESPONSAVEIS(R) AND
                       ALU-ATIVO OF ALUNOS(A) THEN
                   MOVE A TO RTN-IRMAO-ACHADO
               END-IF
           END-PERFORM.

       GRAVA-DESCONTO-APLICADO.
           MOVE MEN-MATRICULA TO DSA-MATRICULA.
           MOVE MEN-ANO TO DSA-ANO.
           MOVE MEN-MES TO DSA-MES.
           MOVE MEN-TURMA TO DSA-TURMA.
           MOVE MOTIVO-DESCONTO TO DSA-MOTIVO.
           MOVE DESCONTO-AUTOMATICO TO DSA-AUTOMATICO.
           MOVE VALOR-BRUTO TO DSA-VALOR-BRUTO.
           MOVE VALOR-DESCONTO TO DSA-VALOR-DESCONTO.
           WRITE DESCONTO-APLICADO-REC.
           ADD 1 TO TOTAL-COM-DESCONTO.
           ADD VALOR-DESCONTO TO SOMA-DESCONTOS.

       IMPRIME-SUMARIO.
           DISPLAY "GERACAO DE MENSALIDADES " ANO-COBRANCA "/"
           DISPLAY "COBRANCAS GERADAS .: " TOTAL-GERADAS.
           DISPLAY "JA EXISTENTES .....: " TOTAL-PULADAS.
           DISPLAY "SEM TAXA DE TURMA .: " TOTAL-SEM-TAXA.
           DISPLAY "COM DESCONTO ......: " TOTAL-COM-DESCONTO.
           DISPLAY "ISENTAS (BOLSA) ...: " TOTAL-ISENTAS.
           MOVE SOMA-DESCONTOS TO SOMA-EDIT.
           DISPLAY "DESCONTO CONCEDIDO : " SOMA-EDIT.
           DISPLAY "COM OFICINAS ......: " TOTAL-COM-OFICINA.
           MOVE SOMA-OFICINAS TO SOMA-EDIT.
           DISPLAY "OFICINAS COBRADAS .: " SOMA-EDIT.
           DISPLAY "COM EVENTOS .......: " TOTAL-COM-EVENTO.
           MOVE SOMA-EVENTOS TO SOMA-EDIT.
           DISPLAY "EVENTOS COBRADOS ..: " SOMA-EDIT.
           DISPLAY "COM REPOSICAO LIVRO: " TOTAL-COM-REPOSICAO.
           MOVE SOMA-REPOSICOES TO SOMA-EDIT.
           DISPLAY "REPOSICOES COBRADAS: " SOMA-EDIT.
