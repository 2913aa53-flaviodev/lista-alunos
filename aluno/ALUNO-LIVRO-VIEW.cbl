       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-LIVRO-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-LIVROS ASSIGN TO "LIVRO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-EMPRESTIMOS ASSIGN TO "EMPRESTA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LIVROS.
       01  LIVRO-REC.
           COPY ALULIVRO.
       FD  ARQ-EMPRESTIMOS.
       01  EMPRESTIMO-REC.
           COPY ALUEMPRE.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 J PIC 9(4) VALUE 1.
       01 OPCAO PIC X VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 COBRAR-PERDA PIC X VALUE " ".
       01 STATUS-LIVRO PIC X(25) VALUE " ".
       01 FIM-LIVROS PIC X VALUE "N".
           88 FIM-DO-ARQ-LIVROS VALUE "S".
       01 FIM-EMPRESTIMOS PIC X VALUE "N".
           88 FIM-DO-ARQ-EMPRESTIMOS VALUE "S".
       01 FIM-MENSALIDADES PIC X VALUE "N".
           88 FIM-DO-ARQ-MENSALIDADES VALUE "S".
       COPY ALULIVRL.
       01 TOTAL-EMPRESTIMOS PIC 9(4) VALUE 0.
       01 TOTAL-LIV-LIDOS PIC 9(7) VALUE 0.
       01 TOTAL-EMP-LIDOS PIC 9(7) VALUE 0.
       01 LISTA-EMPRESTIMOS.
           05 EMPRESTIMOS OCCURS 5000 TIMES.
               COPY ALUEMPRE REPLACING ==05== BY ==10==.
       01 TOTAL-MENSALIDADES PIC 9(4) VALUE 0.
       01 LISTA-MENSALIDADES.
           05 MENSALIDADES OCCURS 2000 TIMES.
               COPY ALUMENS REPLACING ==05== BY ==10==.
       01 LIVRO-EDICAO.
           COPY ALULIVRO.
       01 EMPRESTIMO.
           COPY ALUEMPRE.
       01 CODIGO-BUSCA PIC X(6) VALUE SPACES.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 MES-ATUAL-REF PIC 9(6) VALUE 0.
       01 MES-LIDO PIC 9(6) VALUE 0.
       01 MES-MENOR PIC 9(6) VALUE 0.
       01 RTN-CODIGO-ACHADO PIC 9(3) VALUE 0.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 RTN-EMPRESTIMO-ACHADO PIC 9(4) VALUE 0.
       01 RTN-MES-ACHADO PIC 9(4) VALUE 0.
       01  LINHA-WS.
           05  LINHAS OCCURS 10 TIMES.
               10  LINHA-CODIGO           PIC X(6).
               10  FILLER                 PIC X(1).
               10  LINHA-TITULO           PIC X(25).
               10  FILLER                 PIC X(1).
               10  LINHA-DISCIPLINA       PIC X(10).
               10  FILLER                 PIC X(1).
               10  LINHA-SERIE            PIC X(2).
               10  FILLER                 PIC X(1).
               10  LINHA-ESTOQUE          PIC 9(4).
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-LIVRO.
       01 CHAVE-TRAVA-MENSALIDADE PIC 9(6)
               VALUE TRV-CHAVE-MENSALIDADE.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       01 STATUS-TRAVA-MEN PIC X(20) VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 NIVEL-OPERADOR PIC 9(1).
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  MENU-SCREEN.
           05  VALUE "LIVROS DIDATICOS" BLANK SCREEN     LINE 1 COL 10.
           05  VALUE "(1) Acervo de livros e material"   LINE 3 COL 10.
           05  VALUE "(2) Entregar livro ao aluno"       LINE 4 COL 10.
           05  VALUE "(3) Devolucao ou perda"            LINE 5 COL 10.
           05  VALUE "(x) Voltar"                        LINE 6 COL 10.
           05  VALUE "OPCAO:"                            LINE 8 COL 10.
           05  OPCAO-INPUT                               LINE 8 COL 20
                           PIC X TO OPCAO AUTO.
           05   STATUS-LIVRO-WS                          LINE 10 COL 10
                        PIC X(25) FROM STATUS-LIVRO.

       01  BUSCA-SCREEN.
           05  VALUE "ACERVO DE LIVROS" BLANK SCREEN     LINE 1 COL 10.
           05  VALUE
               "CODIGO TITULO                    DISCIPLINA SR EST"
                                                         LINE 3 COL 10.
           05  LIVRO1-IN                                 LINE 4 COL 10
                PIC X(51)        FROM LINHAS(1).
           05  LIVRO2-IN                                 LINE 5 COL 10
                PIC X(51)        FROM LINHAS(2).
           05  LIVRO3-IN                                 LINE 6 COL 10
                PIC X(51)        FROM LINHAS(3).
           05  LIVRO4-IN                                 LINE 7 COL 10
                PIC X(51)        FROM LINHAS(4).
           05  LIVRO5-IN                                 LINE 8 COL 10
                PIC X(51)        FROM LINHAS(5).
           05  LIVRO6-IN                                 LINE 9 COL 10
                PIC X(51)        FROM LINHAS(6).
           05  LIVRO7-IN                                 LINE 10 COL 10
                PIC X(51)        FROM LINHAS(7).
           05  LIVRO8-IN                                 LINE 11 COL 10
                PIC X(51)        FROM LINHAS(8).
           05  LIVRO9-IN                                 LINE 12 COL 10
                PIC X(51)        FROM LINHAS(9).
           05  LIVRO10-IN                                LINE 13 COL 10
                PIC X(51)        FROM LINHAS(10).
           05  VALUE "Codigo (novo ou existente):"       LINE 15 COL 10.
           05  CODIGO-INPUT                              LINE 15 COL 40
                           PIC X(6) TO CODIGO-BUSCA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 16 COL 10.
           05  CANCELA-INPUT                             LINE 16 COL 40
                           PIC X TO CANCELADO AUTO.

       01  DETALHE-SCREEN.
           05  VALUE "ACERVO DE LIVROS" BLANK SCREEN     LINE 1 COL 10.
           05  VALUE "Codigo:"                           LINE 3 COL 10.
           05  CODIGO-DETALHE-WS                         LINE 3 COL 40
                   PIC X(6) FROM LIV-CODIGO OF LIVRO-EDICAO.
           05  VALUE "Titulo:"                           LINE 4 COL 10.
           05  TITULO-INPUT                              LINE 4 COL 40
                   PIC X(30) USING LIV-TITULO OF LIVRO-EDICAO AUTO.
           05  VALUE "Disciplina:"                       LINE 5 COL 10.
           05  DISCIPLINA-INPUT                          LINE 5 COL 40
                   PIC X(10) USING LIV-DISCIPLINA OF LIVRO-EDICAO
                   AUTO.
           05  VALUE "Serie:"                            LINE 6 COL 10.
           05  SERIE-INPUT                               LINE 6 COL 40
                   PIC X(2) USING LIV-SERIE OF LIVRO-EDICAO AUTO.
           05  VALUE "Exemplares em estoque:"            LINE 7 COL 10.
           05  ESTOQUE-INPUT                             LINE 7 COL 40
                   PIC 9(4) USING LIV-ESTOQUE OF LIVRO-EDICAO AUTO.
           05  VALUE "Valor de reposicao:"               LINE 8 COL 10.
           05  VALOR-INPUT                               LINE 8 COL 40
                   PIC 9(5)V99 USING LIV-VALOR OF LIVRO-EDICAO AUTO.

       01  ENTREGA-SCREEN.
           05  VALUE "ENTREGA DE LIVRO" BLANK SCREEN     LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 40
                   PIC 9(6) TO EMP-MATRICULA OF EMPRESTIMO AUTO.
           05  VALUE "Livro:"                            LINE 4 COL 10.
           05  LIVRO-INPUT                               LINE 4 COL 40
                   PIC X(6) TO EMP-LIVRO OF EMPRESTIMO AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 5 COL 10.
           05  CANCELA-ENT-INPUT                         LINE 5 COL 40
                           PIC X TO CANCELADO AUTO.

       01  DEVOLUCAO-SCREEN.
           05  VALUE "DEVOLUCAO DE LIVRO" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-DEV-INPUT                       LINE 3 COL 40
                   PIC 9(6) TO EMP-MATRICULA OF EMPRESTIMO AUTO.
           05  VALUE "Livro:"                            LINE 4 COL 10.
           05  LIVRO-DEV-INPUT                           LINE 4 COL 40
                   PIC X(6) TO EMP-LIVRO OF EMPRESTIMO AUTO.
           05  VALUE "Condicao (B/R/D/P=perdido):"       LINE 5 COL 10.
           05  CONDICAO-INPUT                            LINE 5 COL 40
                   PIC X TO EMP-CONDICAO OF EMPRESTIMO AUTO.
           05  VALUE "Cobrar reposicao (S/N):"           LINE 6 COL 10.
           05  COBRAR-INPUT                              LINE 6 COL 40
                           PIC X TO COBRAR-PERDA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 7 COL 10.
           05  CANCELA-DEV-INPUT                         LINE 7 COL 40
                           PIC X TO CANCELADO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, NIVEL-OPERADOR,
                    OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                   STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
               DISPLAY "LIVROS EM USO - " STATUS-TRAVA-REG
               DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
           ELSE
               PERFORM EXECUTA-MANUTENCAO
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                       STATUS-TRAVA-REG
           END-IF.
           MOVE " " TO OPCAO.
           MOVE " " TO STATUS-LIVRO.
       EXIT PROGRAM.

      * The whole session holds the reserved per-file lock, so the
      * inventory and the loans are loaded once and rewritten
      * together at the end without another desk in between.  A
      * file larger than its table would lose the records left out
      * when it is rewritten, so the session is refused instead.
       EXECUTA-MANUTENCAO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE(1:6) TO MES-ATUAL-REF.
           PERFORM CARREGA-LIVROS.
           PERFORM CARREGA-EMPRESTIMOS.
           IF TOTAL-LIV-LIDOS > TOTAL-LIVROS-CAT THEN
               DISPLAY "LIVRO.DAT EXCEDE A TABELA - "
                       "ATUALIZACAO RECUSADA"
           ELSE
           IF TOTAL-EMP-LIDOS > TOTAL-EMPRESTIMOS THEN
               DISPLAY "EMPRESTA.DAT EXCEDE A TABELA - "
                       "ATUALIZACAO RECUSADA"
           ELSE
               PERFORM ATENDE-BALCAO
           END-IF
           END-IF.

       ATENDE-BALCAO.
           MOVE " " TO OPCAO.
           PERFORM UNTIL OPCAO EQUAL 'x' OR OPCAO EQUAL 'X'
               EVALUATE OPCAO
                   WHEN '1'
                       IF NIVEL-OPERADOR EQUAL 2 THEN
                           PERFORM MANTEM-LIVRO
                       ELSE
                           MOVE "REQUER SUPERVISOR" TO STATUS-LIVRO
                       END-IF
                       MOVE ' ' TO OPCAO
                   WHEN '2'
                       PERFORM ENTREGA-LIVRO
                       MOVE ' ' TO OPCAO
                   WHEN '3'
                       PERFORM DEVOLVE-LIVRO
                       MOVE ' ' TO OPCAO
                   WHEN OTHER
                       DISPLAY MENU-SCREEN
                       ACCEPT MENU-SCREEN
               END-EVALUATE
           END-PERFORM.
           PERFORM GRAVA-LIVROS.
           PERFORM GRAVA-EMPRESTIMOS.

       CARREGA-LIVROS.
           MOVE "N" TO FIM-LIVROS.
           MOVE 0 TO TOTAL-LIVROS-CAT.
           MOVE 0 TO TOTAL-LIV-LIDOS.
           OPEN INPUT ARQ-LIVROS.
           PERFORM LE-LIVRO UNTIL FIM-DO-ARQ-LIVROS.
           CLOSE ARQ-LIVROS.

       LE-LIVRO.
           READ ARQ-LIVROS
               AT END
                   MOVE "S" TO FIM-LIVROS
               NOT AT END
                   ADD 1 TO TOTAL-LIV-LIDOS
                   IF TOTAL-LIVROS-CAT < LIV-MAX-LIVROS THEN
                       ADD 1 TO TOTAL-LIVROS-CAT
                       MOVE LIVRO-REC TO LIVROS(TOTAL-LIVROS-CAT)
                   END-IF
           END-READ.

       GRAVA-LIVROS.
           OPEN OUTPUT ARQ-LIVROS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-LIVROS-CAT
               MOVE LIVROS(I) TO LIVRO-REC
               WRITE LIVRO-REC
           END-PERFORM.
           CLOSE ARQ-LIVROS.

       CARREGA-EMPRESTIMOS.
           MOVE "N" TO FIM-EMPRESTIMOS.
           MOVE 0 TO TOTAL-EMPRESTIMOS.
           MOVE 0 TO TOTAL-EMP-LIDOS.
           OPEN INPUT ARQ-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO UNTIL FIM-DO-ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPRESTIMOS.

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
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-EMPRESTIMOS
               MOVE EMPRESTIMOS(I) TO EMPRESTIMO-REC
               WRITE EMPRESTIMO-REC
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.

       MANTEM-LIVRO.
           PERFORM MONTA-LISTA.
           MOVE SPACES TO CODIGO-BUSCA.
           MOVE " " TO CANCELADO.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               IF CODIGO-BUSCA EQUAL SPACES THEN
                   MOVE "CODIGO EM BRANCO" TO STATUS-LIVRO
               ELSE
                   PERFORM EDITA-LIVRO
               END-IF
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 10 OR I > TOTAL-LIVROS-CAT
               MOVE LIV-CODIGO OF LIVROS(I)     TO LINHA-CODIGO(I)
               MOVE LIV-TITULO OF LIVROS(I)     TO LINHA-TITULO(I)
               MOVE LIV-DISCIPLINA OF LIVROS(I) TO LINHA-DISCIPLINA(I)
               MOVE LIV-SERIE OF LIVROS(I)      TO LINHA-SERIE(I)
               MOVE LIV-ESTOQUE OF LIVROS(I)    TO LINHA-ESTOQUE(I)
           END-PERFORM.

      * The copies on hand are what is on the shelf; copies out on
      * loan are not counted, so a recount after the year-end returns
      * is keyed straight in here.
       EDITA-LIVRO.
           PERFORM BUSCA-LIVRO.
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE LIVROS(RTN-CODIGO-ACHADO) TO LIVRO-EDICAO
           ELSE
               MOVE SPACES TO LIVRO-EDICAO
               MOVE CODIGO-BUSCA TO LIV-CODIGO OF LIVRO-EDICAO
               MOVE 0 TO LIV-ESTOQUE OF LIVRO-EDICAO
               MOVE 0 TO LIV-VALOR OF LIVRO-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           IF LIV-TITULO OF LIVRO-EDICAO EQUAL SPACES THEN
               MOVE "TITULO EM BRANCO" TO STATUS-LIVRO
           ELSE
           IF LIV-DISCIPLINA OF LIVRO-EDICAO EQUAL SPACES THEN
               MOVE "DISCIPLINA EM BRANCO" TO STATUS-LIVRO
           ELSE
           IF LIV-SERIE OF LIVRO-EDICAO EQUAL SPACES THEN
               MOVE "SERIE EM BRANCO" TO STATUS-LIVRO
           ELSE
           IF RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               MOVE LIVRO-EDICAO TO LIVROS(RTN-CODIGO-ACHADO)
               MOVE "ATUALIZADO" TO STATUS-LIVRO
           ELSE
               IF TOTAL-LIVROS-CAT >= LIV-MAX-LIVROS THEN
                   MOVE "ACERVO CHEIO" TO STATUS-LIVRO
               ELSE
                   ADD 1 TO TOTAL-LIVROS-CAT
                   MOVE LIVRO-EDICAO TO LIVROS(TOTAL-LIVROS-CAT)
                   MOVE "INCLUIDO" TO STATUS-LIVRO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       BUSCA-LIVRO.
           MOVE 0 TO RTN-CODIGO-ACHADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-LIVROS-CAT
                   OR RTN-CODIGO-ACHADO NOT EQUAL 0
               IF LIV-CODIGO OF LIVROS(I) EQUAL CODIGO-BUSCA THEN
                   MOVE I TO RTN-CODIGO-ACHADO
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

       BUSCA-EMPRESTIMO-ABERTO.
           MOVE 0 TO RTN-EMPRESTIMO-ACHADO.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-EMPRESTIMOS
                   OR RTN-EMPRESTIMO-ACHADO NOT EQUAL 0
               IF EMP-MATRICULA OF EMPRESTIMOS(J) EQUAL MATRICULA-BUSCA
                       AND EMP-LIVRO OF EMPRESTIMOS(J) EQUAL
                               CODIGO-BUSCA
                       AND EMP-DATA-DEVOLUCAO OF EMPRESTIMOS(J)
                               EQUAL 0 THEN
                   MOVE J TO RTN-EMPRESTIMO-ACHADO
               END-IF
           END-PERFORM.

      * A single copy handed out at the desk - a student who arrived
      * after the bulk issue or a replacement for a lost copy.  The
      * same title is never open twice for the same student.
       ENTREGA-LIVRO.
           MOVE SPACES TO EMPRESTIMO.
           MOVE 0 TO EMP-MATRICULA OF EMPRESTIMO.
           MOVE " " TO CANCELADO.
           DISPLAY ENTREGA-SCREEN.
           ACCEPT ENTREGA-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE EMP-MATRICULA OF EMPRESTIMO TO MATRICULA-BUSCA
               MOVE EMP-LIVRO OF EMPRESTIMO TO CODIGO-BUSCA
               PERFORM BUSCA-ALUNO
               PERFORM BUSCA-LIVRO
               PERFORM BUSCA-EMPRESTIMO-ABERTO
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-LIVRO
               ELSE
               IF NOT ALU-ATIVO OF ALUNOS(RTN-MATRICULA-ACHADA) THEN
                   MOVE "ALUNO INATIVO" TO STATUS-LIVRO
               ELSE
               IF RTN-CODIGO-ACHADO EQUAL 0 THEN
                   MOVE "LIVRO NAO CADASTRADO" TO STATUS-LIVRO
               ELSE
               IF RTN-EMPRESTIMO-ACHADO NOT EQUAL 0 THEN
                   MOVE "ALUNO JA TEM O LIVRO" TO STATUS-LIVRO
               ELSE
               IF LIV-ESTOQUE OF LIVROS(RTN-CODIGO-ACHADO) EQUAL 0
                       THEN
                   MOVE "LIVRO SEM ESTOQUE" TO STATUS-LIVRO
               ELSE
               IF TOTAL-EMPRESTIMOS >= 5000 THEN
                   MOVE "EMPRESTIMOS CHEIOS" TO STATUS-LIVRO
               ELSE
                   PERFORM GRAVA-EMPRESTIMO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       GRAVA-EMPRESTIMO.
           MOVE DATA-HOJE(1:4) TO EMP-ANO OF EMPRESTIMO.
           MOVE DATA-HOJE TO EMP-DATA-ENTREGA OF EMPRESTIMO.
           MOVE 0 TO EMP-DATA-DEVOLUCAO OF EMPRESTIMO.
           MOVE SPACES TO EMP-CONDICAO OF EMPRESTIMO.
           MOVE SPACES TO EMP-COBRANCA OF EMPRESTIMO.
           MOVE 0 TO EMP-VALOR-COBRANCA OF EMPRESTIMO.
           MOVE 0 TO EMP-MES-COBRANCA OF EMPRESTIMO.
           MOVE OPERADOR-ID TO EMP-OPERADOR OF EMPRESTIMO.
           ADD 1 TO TOTAL-EMPRESTIMOS.
           MOVE EMPRESTIMO TO EMPRESTIMOS(TOTAL-EMPRESTIMOS).
           SUBTRACT 1 FROM LIV-ESTOQUE OF LIVROS(RTN-CODIGO-ACHADO).
           MOVE "LIVRO ENTREGUE" TO STATUS-LIVRO.

      * Copies returned in good or regular condition go back on the
      * shelf; damaged and lost copies do not.  Only a lost copy can
      * be charged to the family, at the title's replacement value.
       DEVOLVE-LIVRO.
           MOVE SPACES TO EMPRESTIMO.
           MOVE 0 TO EMP-MATRICULA OF EMPRESTIMO.
           MOVE " " TO CANCELADO.
           MOVE "N" TO COBRAR-PERDA.
           DISPLAY DEVOLUCAO-SCREEN.
           ACCEPT DEVOLUCAO-SCREEN.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               MOVE " " TO CANCELADO
           ELSE
               MOVE EMP-MATRICULA OF EMPRESTIMO TO MATRICULA-BUSCA
               MOVE EMP-LIVRO OF EMPRESTIMO TO CODIGO-BUSCA
               PERFORM BUSCA-LIVRO
               PERFORM BUSCA-EMPRESTIMO-ABERTO
               IF RTN-EMPRESTIMO-ACHADO EQUAL 0 THEN
                   MOVE "EMPRESTIMO NAO ENCONTRADO" TO STATUS-LIVRO
               ELSE
               IF NOT EMP-CONDICAO-VALIDA OF EMPRESTIMO THEN
                   MOVE "CONDICAO INVALIDA" TO STATUS-LIVRO
               ELSE
               IF COBRAR-PERDA NOT EQUAL "S" AND
                       COBRAR-PERDA NOT EQUAL "N" THEN
                   MOVE "COBRANCA DEVE SER S OU N" TO STATUS-LIVRO
               ELSE
               IF COBRAR-PERDA EQUAL "S" AND
                       NOT EMP-PERDIDO OF EMPRESTIMO THEN
                   MOVE "COBRANCA SO PARA PERDA" TO STATUS-LIVRO
               ELSE
                   PERFORM REGISTRA-DEVOLUCAO
               END-IF
               END-IF
               END-IF
           END-IF.

       REGISTRA-DEVOLUCAO.
           MOVE DATA-HOJE TO
               EMP-DATA-DEVOLUCAO OF EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO).
           MOVE EMP-CONDICAO OF EMPRESTIMO TO
               EMP-CONDICAO OF EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO).
           MOVE OPERADOR-ID TO
               EMP-OPERADOR OF EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO).
           MOVE "LIVRO DEVOLVIDO" TO STATUS-LIVRO.
           IF EMP-VOLTA-ESTOQUE OF EMPRESTIMO AND
                   RTN-CODIGO-ACHADO NOT EQUAL 0 THEN
               ADD 1 TO LIV-ESTOQUE OF LIVROS(RTN-CODIGO-ACHADO)
           END-IF.
           IF EMP-PERDIDO OF EMPRESTIMO THEN
               MOVE "PERDA REGISTRADA" TO STATUS-LIVRO
               IF COBRAR-PERDA EQUAL "S" THEN
                   IF RTN-CODIGO-ACHADO EQUAL 0 THEN
                       MOVE "LIVRO SEM VALOR" TO STATUS-LIVRO
                   ELSE
                   IF LIV-VALOR OF LIVROS(RTN-CODIGO-ACHADO) EQUAL 0
                           THEN
                       MOVE "LIVRO SEM VALOR" TO STATUS-LIVRO
                   ELSE
                       MOVE LIV-VALOR OF LIVROS(RTN-CODIGO-ACHADO) TO
                           EMP-VALOR-COBRANCA OF
                               EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO)
                       PERFORM COBRA-REPOSICAO
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * The replacement goes on the student's earliest open
      * mensalidade from this month on.  When none is open yet, or
      * the tuition file is in use at another desk, the charge is
      * left pending and ALUNO-MENSALIDADE-GERA adds it to the next
      * mensalidade it generates for the student.
       COBRA-REPOSICAO.
           MOVE "P" TO
               EMP-COBRANCA OF EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO).
           MOVE 0 TO
               EMP-MES-COBRANCA OF EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO).
           MOVE "COBRANCA PENDENTE" TO STATUS-LIVRO.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   CHAVE-TRAVA-MENSALIDADE, OPERADOR-ID,
                   STATUS-TRAVA-MEN.
           IF STATUS-TRAVA-MEN EQUAL "OK" THEN
               PERFORM CARREGA-MENSALIDADES
               PERFORM BUSCA-MENSALIDADE-ABERTA
               IF RTN-MES-ACHADO NOT EQUAL 0 THEN
                   ADD EMP-VALOR-COBRANCA OF
                           EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO)
                       TO MEN-VALOR OF MENSALIDADES(RTN-MES-ACHADO)
                   MOVE "C" TO EMP-COBRANCA OF
                           EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO)
                   MOVE MES-MENOR TO EMP-MES-COBRANCA OF
                           EMPRESTIMOS(RTN-EMPRESTIMO-ACHADO)
                   PERFORM GRAVA-MENSALIDADES
                   MOVE "REPOSICAO COBRADA" TO STATUS-LIVRO
               END-IF
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       CHAVE-TRAVA-MENSALIDADE, OPERADOR-ID,
                       STATUS-TRAVA-MEN
           END-IF.

       BUSCA-MENSALIDADE-ABERTA.
           MOVE 0 TO RTN-MES-ACHADO.
           MOVE 999999 TO MES-MENOR.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOTAL-MENSALIDADES
               COMPUTE MES-LIDO =
                       (MEN-ANO OF MENSALIDADES(J) * 100) +
                       MEN-MES OF MENSALIDADES(J)
               IF MEN-MATRICULA OF MENSALIDADES(J) EQUAL
                       MATRICULA-BUSCA
                       AND MEN-ABERTA OF MENSALIDADES(J)
                       AND MES-LIDO NOT < MES-ATUAL-REF
                       AND MES-LIDO < MES-MENOR THEN
                   MOVE J TO RTN-MES-ACHADO
                   MOVE MES-LIDO TO MES-MENOR
               END-IF
           END-PERFORM.

       CARREGA-MENSALIDADES.
           MOVE "N" TO FIM-MENSALIDADES.
           MOVE 0 TO TOTAL-MENSALIDADES.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM LE-MENSALIDADE UNTIL FIM-DO-ARQ-MENSALIDADES.
           CLOSE ARQ-MENSALIDADES.

       LE-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE "S" TO FIM-MENSALIDADES
               NOT AT END
                   IF TOTAL-MENSALIDADES < 2000 THEN
                       ADD 1 TO TOTAL-MENSALIDADES
                       MOVE MENSALIDADE-REC
                               TO MENSALIDADES(TOTAL-MENSALIDADES)
                   END-IF
           END-READ.

       GRAVA-MENSALIDADES.
           OPEN OUTPUT ARQ-MENSALIDADES.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-MENSALIDADES
               MOVE MENSALIDADES(J) TO MENSALIDADE-REC
               WRITE MENSALIDADE-REC
           END-PERFORM.
           CLOSE ARQ-MENSALIDADES.
