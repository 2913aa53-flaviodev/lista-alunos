               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TAXAS ASSIGN TO "TAXA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-PARAMETRO-FIN ASSIGN TO "PARFIN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DESCONTOS ASSIGN TO "DESCONTO.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TAXAS.
       01  TAXA-REC.
           COPY ALUTAXA.
       FD  ARQ-PARAMETRO-FIN.
       01  PARAMETRO-FIN-REC.
           COPY ALUPFIN.
       FD  ARQ-DESCONTOS.
       01  DESCONTO-REC.
           COPY ALUDESC.

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 A PIC 9(3) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 FIM-MENSALIDADES PIC X VALUE "N".
       01 LISTA-MENSALIDADES.
           05 MENSALIDADES OCCURS 2000 TIMES.
               COPY ALUMENS REPLACING ==05== BY ==10==.
       COPY ALUTURML.
       01 TOTAL-TAXAS PIC 9(3) VALUE 0.
       01 TAB-TAXAS.
           05 TAXAS OCCURS TUR-MAX-TURMAS TIMES.
               COPY ALUTAXA REPLACING ==05== BY ==10==.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 ANO-PAGAMENTO PIC 9(4) VALUE 0.
       01 VALOR-TAXA PIC 9(5)V9(2) VALUE 0.
       01 TURMA-RELATORIO PIC X(4) VALUE SPACES.
       01 RTN-MENSALIDADE-ACHADA PIC 9(4) VALUE 0.
       01 RTN-TAXA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-ALUNO-ACHADO PIC 9(3) VALUE 0.
       01 TOTAL-ABERTAS PIC 9(3) VALUE 0.
       01 SOMA-DEVIDA PIC 9(7)V9(2) VALUE 0.
       01 VALOR-EDIT PIC ZZZZ9.99.
       01 SOMA-EDIT PIC ZZZZZZ9.99.
       01 STATUS-MENSALIDADE PIC X(25) VALUE " ".
       01 PARAMETRO-FIN.
           COPY ALUPFIN.
       01 FIM-DESCONTOS PIC X VALUE "N".
           88 FIM-DO-ARQ-DESCONTOS VALUE "S".
       01 D PIC 9(3) VALUE 1.
       01 TOTAL-DESCONTOS PIC 9(3) VALUE 0.
       01 LISTA-DESCONTOS.
           05 DESCONTOS OCCURS 500 TIMES.
               COPY ALUDESC REPLACING ==05== BY ==10==.
       01 DESCONTO.
           COPY ALUDESC.
       01 MATRICULA-DESCONTO PIC 9(6) VALUE 0.
       01 RTN-DESCONTO-ACHADO PIC 9(3) VALUE 0.
       01 EXCLUI-DESCONTO PIC X VALUE " ".
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 CANCELADO PIC X VALUE " ".
       01 AVISA-RESPONSAVEL PIC X VALUE " ".
       01 MENSAGEM-TIPO PIC X(2) VALUE "CO".
       01 MENSAGEM-TEXTO PIC X(120) VALUE SPACES.
       01 STATUS-MENSAGEM PIC X(20) VALUE " ".
       01 TOTAL-AVISOS PIC 9(3) VALUE 0.
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-MENSALIDADE.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
           05  VALUE "(2) Debitos por aluno"             LINE 4 COL 10.
           05  VALUE "(3) Inadimplencia por turma"       LINE 5 COL 10.
           05  VALUE "(4) Tabela de taxas"               LINE 6 COL 10.
           05  VALUE "(5) Vencimento, multa e juros"     LINE 7 COL 10.
           05  VALUE "(6) Bolsas e descontos"            LINE 8 COL 10.
           05  VALUE "(x) Voltar"                        LINE 9 COL 10.
           05  VALUE "OPCAO:"                            LINE 11 COL 10.
           05  OPCAO-INPUT                               LINE 11 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-MENSALIDADE-WS                    LINE 13 COL 10
                        PIC X(25) FROM STATUS-MENSALIDADE.

       01  PAGAMENTO-SCREEN.
           05  VALUE "Turma (vazio = todas):"            LINE 3 COL 10.
           05  INA-TURMA-INPUT                           LINE 3 COL 40
                           PIC X(4) TO TURMA-RELATORIO AUTO.
           05  VALUE "Avisar responsaveis (S/N):"        LINE 4 COL 10.
           05  INA-AVISA-INPUT                           LINE 4 COL 40
                           PIC X TO AVISA-RESPONSAVEL AUTO.

       01  TAXA-SCREEN.
           05  VALUE "TABELA DE TAXAS" BLANK SCREEN      LINE 1 COL 10.
           05  TAXA-VALOR-INPUT                          LINE 4 COL 35
                           PIC 9(5).99 TO VALOR-TAXA AUTO.

       01  FINANCEIRO-SCREEN.
           05  VALUE "VENCIMENTO, MULTA E JUROS" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "Dia do vencimento (1 a 28):"       LINE 3 COL 10.
           05  VENCIMENTO-INPUT                          LINE 3 COL 45
                   PIC 9(2) USING PFI-DIA-VENCIMENTO OF PARAMETRO-FIN
                   AUTO.
           05  VALUE "Multa por atraso (%):"             LINE 4 COL 10.
           05  MULTA-INPUT                               LINE 4 COL 45
                   PIC 99.99 USING PFI-MULTA-PERCENTUAL OF
                   PARAMETRO-FIN AUTO.
           05  VALUE "Juros por dia de atraso (%):"      LINE 5 COL 10.
           05  JUROS-INPUT                               LINE 5 COL 45
                   PIC 9.999 USING PFI-JUROS-DIA OF PARAMETRO-FIN
                   AUTO.
           05  VALUE "Desconto irmaos (%):"              LINE 6 COL 10.
           05  IRMAO-INPUT                               LINE 6 COL 45
                   PIC 99.99 USING PFI-DESCONTO-IRMAO OF
                   PARAMETRO-FIN AUTO.
           05  VALUE "CONTAS CONTABEIS"                  LINE 8 COL 10.
           05  VALUE "Banco (debito dos recebimentos):"  LINE 9 COL 10.
           05  CONTA-BANCO-INPUT                         LINE 9 COL 45
                   PIC X(10) USING PFI-CONTA-BANCO OF PARAMETRO-FIN
                   AUTO.
           05  VALUE "Receita de mensalidades:"          LINE 10 COL 10.
           05  CONTA-RECEITA-INPUT                       LINE 10 COL 45
                   PIC X(10) USING PFI-CONTA-RECEITA OF PARAMETRO-FIN
                   AUTO.
           05  VALUE "Multas e juros recebidos:"         LINE 11 COL 10.
           05  CONTA-JUROS-INPUT                         LINE 11 COL 45
                   PIC X(10) USING PFI-CONTA-JUROS OF PARAMETRO-FIN
                   AUTO.
           05  VALUE "Descontos concedidos:"             LINE 12 COL 10.
           05  CONTA-DESCONTO-INPUT                      LINE 12 COL 45
                   PIC X(10) USING PFI-CONTA-DESCONTO OF
                   PARAMETRO-FIN AUTO.

       01  DESCONTO-SCREEN.
           05  VALUE "BOLSAS E DESCONTOS" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  DSC-MATRICULA-INPUT                       LINE 3 COL 45
                   PIC 9(6) USING BOL-MATRICULA OF DESCONTO AUTO.
           05  VALUE "Motivo (I)ntegral (P)arcial"       LINE 4 COL 10.
           05  VALUE "(R)irmao (F)uncionario:"           LINE 5 COL 12.
           05  DSC-MOTIVO-INPUT                          LINE 5 COL 45
                   PIC X USING BOL-MOTIVO OF DESCONTO AUTO.
           05  VALUE "Tipo (P)ercentual (F)ixo:"         LINE 6 COL 10.
           05  DSC-TIPO-INPUT                            LINE 6 COL 45
                   PIC X USING BOL-TIPO OF DESCONTO AUTO.
           05  VALUE "Valor (% ou R$):"                  LINE 7 COL 10.
           05  DSC-VALOR-INPUT                           LINE 7 COL 45
                   PIC 9(5).99 USING BOL-VALOR OF DESCONTO AUTO.
           05  VALUE "Mes inicial (AAAAMM):"             LINE 8 COL 10.
           05  DSC-INICIO-INPUT                          LINE 8 COL 45
                   PIC 9(6) USING BOL-MES-INICIO OF DESCONTO AUTO.
           05  VALUE "Mes final (AAAAMM, 0 = sem fim):"  LINE 9 COL 10.
           05  DSC-FIM-INPUT                             LINE 9 COL 45
                   PIC 9(6) USING BOL-MES-FIM OF DESCONTO AUTO.
           05  VALUE "Excluir desconto (S/N):"           LINE 10 COL 10.
           05  DSC-EXCLUI-INPUT                          LINE 10 COL 45
                   PIC X TO EXCLUI-DESCONTO AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 11 COL 10.
           05  DSC-CANCELA-INPUT                         LINE 11 COL 45
                   PIC X TO CANCELADO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, NIVEL-OPERADOR,
                    OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
       EXECUTA-MANUTENCAO.
           PERFORM CARREGA-MENSALIDADES.
           PERFORM CARREGA-TAXAS.
           PERFORM CARREGA-DESCONTOS.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                                   STATUS-MENSALIDADE
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '5'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-PARAMETRO-FIN
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO
                                   STATUS-MENSALIDADE
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '6'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-DESCONTO
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO
                                   STATUS-MENSALIDADE
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
           END-PERFORM.
           PERFORM GRAVA-MENSALIDADES.
           PERFORM GRAVA-TAXAS.
           PERFORM GRAVA-DESCONTOS.

       CARREGA-MENSALIDADES.
           MOVE "N" TO FIM-MENSALIDADES.
               AT END
                   MOVE "S" TO FIM-TAXAS
               NOT AT END
                   IF TOTAL-TAXAS < TUR-MAX-TURMAS THEN
                       COMPUTE TOTAL-TAXAS = TOTAL-TAXAS + 1
                       MOVE TAXA-REC TO TAXAS(TOTAL-TAXAS)
                   END-IF
           END-PERFORM.
           CLOSE ARQ-TAXAS.

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
                       COMPUTE TOTAL-DESCONTOS = TOTAL-DESCONTOS + 1
                       MOVE DESCONTO-REC TO DESCONTOS(TOTAL-DESCONTOS)
                   END-IF
           END-READ.

       GRAVA-DESCONTOS.
           OPEN OUTPUT ARQ-DESCONTOS.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > TOTAL-DESCONTOS
               MOVE DESCONTOS(D) TO DESCONTO-REC
               WRITE DESCONTO-REC
           END-PERFORM.
           CLOSE ARQ-DESCONTOS.

       REGISTRA-PAGAMENTO.
           MOVE " " TO CANCELADO.
           MOVE 0 TO MATRICULA-BUSCA.
               IF MEN-PAGA OF MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                       THEN
                   MOVE "JA PAGA" TO STATUS-MENSALIDADE
               ELSE
               IF MEN-CANCELADA OF MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                       THEN
                   MOVE "COBRANCA CANCELADA" TO STATUS-MENSALIDADE
               ELSE
                   MOVE VALOR-PAGO TO MEN-VALOR-PAGO OF
                           MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                   MOVE "PAGAMENTO REGISTRADO" TO STATUS-MENSALIDADE
               END-IF
               END-IF
               END-IF
           END-IF.

       BUSCA-MENSALIDADE.
                       " VALOR " VALOR-EDIT " EM ABERTO"
           END-IF.

      * Answering S to the notice question also posts a cobranca
      * message to the guardian of every student listed, to go out
      * by SMS or e-mail with the next nightly run.
       RELATORIO-INADIMPLENCIA.
           MOVE SPACES TO TURMA-RELATORIO.
           MOVE " " TO AVISA-RESPONSAVEL.
           DISPLAY INADIMPLENCIA-SCREEN.
           ACCEPT INADIMPLENCIA-SCREEN.
           MOVE 0 TO TOTAL-ABERTAS.
           MOVE 0 TO SOMA-DEVIDA.
           MOVE 0 TO TOTAL-AVISOS.
           DISPLAY "INADIMPLENCIA - TURMA " TURMA-RELATORIO.
           DISPLAY "------------------------------".
           PERFORM LISTA-INADIMPLENTE VARYING A FROM 1 BY 1
           DISPLAY "------------------------------".
           DISPLAY "ALUNOS COM DEBITO: " TOTAL-ABERTAS.
           DISPLAY "TOTAL EM ABERTO .: " SOMA-EDIT.
           IF AVISA-RESPONSAVEL EQUAL 'S' OR
                   AVISA-RESPONSAVEL EQUAL 's' THEN
               DISPLAY "AVISOS NA FILA ..: " TOTAL-AVISOS
           END-IF.

       LISTA-INADIMPLENTE.
           IF TURMA-RELATORIO EQUAL SPACES OR
                           ALU-SOBRENOME OF ALUNOS(A)
                           " TURMA " ALU-TURMA OF ALUNOS(A)
                           " DEVE " VALOR-EDIT
                   IF AVISA-RESPONSAVEL EQUAL 'S' OR
                           AVISA-RESPONSAVEL EQUAL 's' THEN
                       PERFORM POSTA-AVISO-DEBITO
                   END-IF
               END-IF
           END-IF.

       POSTA-AVISO-DEBITO.
           MOVE SPACES TO MENSAGEM-TEXTO.
           STRING "ESCOLA MUNICIPAL: CONSTAM MENSALIDADES EM ABERTO DE "
                       DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(A) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(A) DELIMITED BY "  "
                  ", TOTAL R$ " DELIMITED BY SIZE
                  VALOR-EDIT DELIMITED BY SIZE
                  ". PROCURE A SECRETARIA." DELIMITED BY SIZE
                  INTO MENSAGEM-TEXTO
           END-STRING.
           CALL "ALUNO-MENSAGEM-POSTA" USING MENSAGEM-TIPO,
                   ALU-MATRICULA OF ALUNOS(A), MENSAGEM-TEXTO,
                   OPERADOR-ID, STATUS-MENSAGEM.
           IF STATUS-MENSAGEM EQUAL "OK" THEN
               ADD 1 TO TOTAL-AVISOS
           END-IF.

       SOMA-DEBITO-ALUNO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSALIDADES
                           TO TAX-VALOR OF TAXAS(RTN-TAXA-ACHADA)
                   MOVE "TAXA ATUALIZADA" TO STATUS-MENSALIDADE
               ELSE
                   IF TOTAL-TAXAS >= TUR-MAX-TURMAS THEN
                       MOVE "TABELA CHEIA" TO STATUS-MENSALIDADE
                   ELSE
                       COMPUTE TOTAL-TAXAS = TOTAL-TAXAS + 1
                   MOVE K TO RTN-TAXA-ACHADA
               END-IF
           END-PERFORM.

       MANTEM-PARAMETRO-FIN.
           CALL "ALUNO-PARAMETRO-FINANCEIRO" USING PARAMETRO-FIN.
           DISPLAY FINANCEIRO-SCREEN.
           ACCEPT FINANCEIRO-SCREEN.
           IF PFI-DIA-VENCIMENTO OF PARAMETRO-FIN < 1 OR
                   PFI-DIA-VENCIMENTO OF PARAMETRO-FIN > 28 THEN
               MOVE "VENCIMENTO INVALIDO" TO STATUS-MENSALIDADE
           ELSE
           IF PFI-MULTA-PERCENTUAL OF PARAMETRO-FIN > 20.00 THEN
               MOVE "MULTA INVALIDA" TO STATUS-MENSALIDADE
           ELSE
           IF PFI-JUROS-DIA OF PARAMETRO-FIN > 1.000 THEN
               MOVE "JUROS INVALIDOS" TO STATUS-MENSALIDADE
           ELSE
           IF PFI-CONTA-BANCO OF PARAMETRO-FIN EQUAL SPACES OR
                   PFI-CONTA-RECEITA OF PARAMETRO-FIN EQUAL SPACES OR
                   PFI-CONTA-JUROS OF PARAMETRO-FIN EQUAL SPACES OR
                   PFI-CONTA-DESCONTO OF PARAMETRO-FIN EQUAL SPACES
                   THEN
               MOVE "CONTA CONTABIL EM BRANCO" TO STATUS-MENSALIDADE
           ELSE
               OPEN OUTPUT ARQ-PARAMETRO-FIN
               MOVE PARAMETRO-FIN TO PARAMETRO-FIN-REC
               WRITE PARAMETRO-FIN-REC
               CLOSE ARQ-PARAMETRO-FIN
               MOVE "PARAMETROS ATUALIZADOS" TO STATUS-MENSALIDADE
           END-IF
           END-IF
           END-IF
           END-IF.

      * One grant per matricula: typing a matricula that already
      * has one brings it up for change, and the supervisor who
      * saves it becomes the approving operator.  The matricula is
      * the one looked up first; changing it on the second screen
      * is refused, so a grant loaded for one student is never
      * saved or removed under another.
       MANTEM-DESCONTO.
           MOVE " " TO CANCELADO.
           MOVE " " TO EXCLUI-DESCONTO.
           INITIALIZE DESCONTO.
           DISPLAY DESCONTO-SCREEN.
           ACCEPT DSC-MATRICULA-INPUT.
           PERFORM BUSCA-DESCONTO.
           IF RTN-DESCONTO-ACHADO NOT EQUAL 0 THEN
               MOVE DESCONTOS(RTN-DESCONTO-ACHADO) TO DESCONTO
           END-IF.
           MOVE BOL-MATRICULA OF DESCONTO TO MATRICULA-DESCONTO.
           DISPLAY DESCONTO-SCREEN.
           ACCEPT DESCONTO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
           IF BOL-MATRICULA OF DESCONTO NOT EQUAL MATRICULA-DESCONTO
                   THEN
               MOVE "MATRICULA ALTERADA" TO STATUS-MENSALIDADE
           ELSE
           IF EXCLUI-DESCONTO EQUAL 'S' OR EXCLUI-DESCONTO EQUAL 's'
                   THEN
               PERFORM EXCLUI-UM-DESCONTO
           ELSE
               PERFORM VALIDA-DESCONTO
               IF STATUS-MENSALIDADE EQUAL SPACES THEN
                   PERFORM GRAVA-UM-DESCONTO
               END-IF
           END-IF
           END-IF
           END-IF.

       BUSCA-DESCONTO.
           MOVE 0 TO RTN-DESCONTO-ACHADO.
           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > TOTAL-DESCONTOS OR
                           RTN-DESCONTO-ACHADO NOT EQUAL 0
               IF BOL-MATRICULA OF DESCONTOS(D) EQUAL
                       BOL-MATRICULA OF DESCONTO THEN
                   MOVE D TO RTN-DESCONTO-ACHADO
               END-IF
           END-PERFORM.

       VALIDA-DESCONTO.
           MOVE SPACES TO STATUS-MENSALIDADE.
           INSPECT BOL-MOTIVO OF DESCONTO CONVERTING "iprf" TO "IPRF".
           INSPECT BOL-TIPO OF DESCONTO CONVERTING "pf" TO "PF".
           IF BOL-INTEGRAL OF DESCONTO THEN
               MOVE "P" TO BOL-TIPO OF DESCONTO
               MOVE 100 TO BOL-VALOR OF DESCONTO
           END-IF.
           MOVE 0 TO RTN-ALUNO-ACHADO.
           PERFORM VARYING A FROM 1 BY 1
                   UNTIL A > TOTAL-ALUNOS OR
                           RTN-ALUNO-ACHADO NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(A) EQUAL
                       BOL-MATRICULA OF DESCONTO THEN
                   MOVE A TO RTN-ALUNO-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-ALUNO-ACHADO EQUAL 0 THEN
               MOVE "MATRICULA INEXISTENTE" TO STATUS-MENSALIDADE
           ELSE
           IF NOT BOL-INTEGRAL OF DESCONTO AND
                   NOT BOL-PARCIAL OF DESCONTO AND
                   NOT BOL-IRMAO OF DESCONTO AND
                   NOT BOL-FUNCIONARIO OF DESCONTO THEN
               MOVE "MOTIVO INVALIDO" TO STATUS-MENSALIDADE
           ELSE
           IF NOT BOL-PERCENTUAL OF DESCONTO AND
                   NOT BOL-VALOR-FIXO OF DESCONTO THEN
               MOVE "TIPO INVALIDO" TO STATUS-MENSALIDADE
           ELSE
           IF BOL-VALOR OF DESCONTO EQUAL 0 OR
                   (BOL-PERCENTUAL OF DESCONTO AND
                    BOL-VALOR OF DESCONTO > 100) THEN
               MOVE "VALOR INVALIDO" TO STATUS-MENSALIDADE
           ELSE
           IF BOL-MES-INICIO OF DESCONTO(5:2) < "01" OR
                   BOL-MES-INICIO OF DESCONTO(5:2) > "12" OR
                   (BOL-MES-FIM OF DESCONTO NOT EQUAL 0 AND
                    BOL-MES-FIM OF DESCONTO <
                            BOL-MES-INICIO OF DESCONTO) THEN
               MOVE "VALIDADE INVALIDA" TO STATUS-MENSALIDADE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       GRAVA-UM-DESCONTO.
           MOVE OPERADOR-ID TO BOL-OPERADOR OF DESCONTO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO BOL-DATA-APROVACAO OF DESCONTO.
           IF RTN-DESCONTO-ACHADO NOT EQUAL 0 THEN
               MOVE DESCONTO TO DESCONTOS(RTN-DESCONTO-ACHADO)
               MOVE "DESCONTO ATUALIZADO" TO STATUS-MENSALIDADE
           ELSE
               IF TOTAL-DESCONTOS >= 500 THEN
                   MOVE "TABELA CHEIA" TO STATUS-MENSALIDADE
               ELSE
                   ADD 1 TO TOTAL-DESCONTOS
                   MOVE DESCONTO TO DESCONTOS(TOTAL-DESCONTOS)
                   MOVE "DESCONTO INCLUIDO" TO STATUS-MENSALIDADE
               END-IF
           END-IF.

       EXCLUI-UM-DESCONTO.
           IF RTN-DESCONTO-ACHADO EQUAL 0 THEN
               MOVE "SEM DESCONTO CADASTRADO" TO STATUS-MENSALIDADE
           ELSE
               PERFORM VARYING D FROM RTN-DESCONTO-ACHADO BY 1
                       UNTIL D >= TOTAL-DESCONTOS
                   MOVE DESCONTOS(D + 1) TO DESCONTOS(D)
               END-PERFORM
               SUBTRACT 1 FROM TOTAL-DESCONTOS
               MOVE "DESCONTO EXCLUIDO" TO STATUS-MENSALIDADE
           END-IF.
