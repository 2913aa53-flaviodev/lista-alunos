       01 OPCAO PIC X VALUE " ".
       01 OPCAO-EXTRA PIC X VALUE " ".
       01 OPCAO-EXTRA2 PIC X VALUE " ".
       01 OPCAO-EXTRA3 PIC X VALUE " ".
       COPY ALULISTA.
       COPY ALUNOTLS.
       01 I PIC 9(3) VALUE 1.
       01 SENHA-CONFIRMA PIC X(8) VALUE SPACES.
       01 STATUS-TROCA PIC X(20) VALUE " ".
       01 NIVEL-OPERADOR PIC 9(1) VALUE 0.
       01 UNIDADE-SESSAO PIC 9(2) VALUE 0.
       01 UNIDADE-MESTRE-OK PIC X VALUE "S".
       01 RTN-ALUNO-NA-LISTA PIC 9(3) VALUE 0.
       01 STATUS-OPERADOR PIC X(20) VALUE " ".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
               10 DASH-TURMA-NOME PIC X(4).
               10 DASH-TURMA-QTDE PIC 9(3) VALUE 0.
       01 DASH-TOTAL-LINHA PIC X(24) VALUE SPACES.
       01 DASH-UNIDADE-LINHA PIC X(24) VALUE SPACES.
       01 DASH-LINHAS.
           05 DASH-LINHA OCCURS 10 TIMES PIC X(24) VALUE SPACES.
       SCREEN SECTION.
           05  VALUE "OPCAO:"                            LINE 20 COL 30.
           05  RESPONSE-INPUT                            LINE 20 COL 45
                           PIC XX TO OPCAO AUTO.
           05  DASH-UNIDADE-DS                            LINE 2 COL 55
                           PIC X(24) FROM DASH-UNIDADE-LINHA.
           05  DASH-TOTAL-DS                              LINE 3 COL 55
                           PIC X(24) FROM DASH-TOTAL-LINHA.
           05  DASH-LINHA1-DS                              LINE 4 COL 55
           05  VALUE "(e) Quadro de honra"               LINE 16 COL 10.
           05  VALUE "(f) Historico escola anterior"     LINE 17 COL 10.
           05  VALUE "(g) Horario de aulas"              LINE 18 COL 10.
           05  VALUE "(h) Conselho de classe"            LINE 19 COL 10.
           05  VALUE "(i) Notas de dependencia"          LINE 20 COL 10.
           05  VALUE "(j) Rematricula"                   LINE 21 COL 10.
           05  VALUE "(m) Mais opcoes"                   LINE 22 COL 10.
           05  VALUE "(x) Voltar"                        LINE 23 COL 10.
           05  VALUE "OPCAO:"                            LINE 23 COL 30.
           05  EXTRA2-INPUT                              LINE 23 COL 45
                           PIC X TO OPCAO-EXTRA2 AUTO.

       01  MENU-EXTRA3-SCREEN.
           05  VALUE "MODULO ALUNOS - MAIS OPCOES (3)" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "(1) Instrumentos de avaliacao"     LINE 3 COL 10.
           05  VALUE "(2) Matriz curricular"             LINE 4 COL 10.
           05  VALUE "(3) Diario de classe"              LINE 5 COL 10.
           05  VALUE "(4) Diario - previstas x registradas"
                                                         LINE 6 COL 10.
           05  VALUE "(5) Ausencias e substituicoes"     LINE 7 COL 10.
           05  VALUE "(6) Ausencias de professores no mes"
                                                         LINE 8 COL 10.
           05  VALUE "(7) Cadastro de salas"             LINE 9 COL 10.
           05  VALUE "(8) Calendario de provas"          LINE 10 COL 10.
           05  VALUE "(9) Oficinas"                      LINE 11 COL 10.
           05  VALUE "(a) Passeios e eventos"            LINE 12 COL 10.
           05  VALUE "(b) Autorizados a buscar"          LINE 13 COL 10.
           05  VALUE "(c) Portaria - retirada de alunos" LINE 14 COL 10.
           05  VALUE "(d) Plano AEE (educacao especial)" LINE 15 COL 10.
           05  VALUE "(e) Livros didaticos"              LINE 16 COL 10.
           05  VALUE "(f) Transporte escolar"            LINE 17 COL 10.
           05  VALUE "(g) Protecao de dados (LGPD)"      LINE 18 COL 10.
           05  VALUE "(h) Transferencia entre unidades"  LINE 19 COL 10.
           05  VALUE "(x) Voltar"                        LINE 22 COL 10.
           05  VALUE "OPCAO:"                            LINE 23 COL 30.
           05  EXTRA3-INPUT                              LINE 23 COL 45
                           PIC X TO OPCAO-EXTRA3 AUTO.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-ONL", OPERADOR-ID,
               DISPLAY "AGUARDE O FIM DO PROCESSAMENTO BATCH"
               STOP RUN
           END-IF.
           PERFORM IDENTIFICA-OPERADOR.
           CALL "ALUNO-UNIDADE-OPERADOR" USING OPERADOR-ID,
                   UNIDADE-SESSAO.
           PERFORM CARREGA-LISTA.
           PERFORM GUARDA-LISTA-ANTES.
           PERFORM CARREGA-NOTAS.
           PERFORM GUARDA-NOTAS-ANTES.
           PERFORM COPIA-SEGURANCA.
           PERFORM EXECUTAR.
           PERFORM SINCRONIZA-MESTRE.
           PERFORM SINCRONIZA-NOTAS.
               END-IF
           END-IF.

      * The operator signs on before the lists are loaded: a desk
      * confined to one school unit (UNIDADE-SESSAO not zero) only
      * loads the students of that unit and their notas, so every
      * screen, report and count of the session is already scoped
      * to it.  Supervisors load every unit.
       CARREGA-LISTA.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE 0 TO TOTAL-ALUNOS.
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF UNIDADE-SESSAO EQUAL 0 OR
                           ALU-UNIDADE OF ALUNO-REC-FILE EQUAL
                           UNIDADE-SESSAO THEN
                       COMPUTE TOTAL-ALUNOS = TOTAL-ALUNOS + 1
                       MOVE ALUNO-REC-FILE TO ALUNOS(TOTAL-ALUNOS)
                   END-IF
           END-READ.
           PERFORM VERIFICA-STATUS-MESTRE.


       GRAVA-REGISTRO-SYNC.
           MOVE "N" TO SYNC-OK.
           MOVE "S" TO UNIDADE-MESTRE-OK.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
                   MATRICULA-SYNC, OPERADOR-ID, STATUS-TRAVA-REG.
           IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
                       MOVE ALUNOS(I) TO ALUNO-REC-FILE
                       WRITE ALUNO-REC-FILE
                   NOT INVALID KEY
                       PERFORM CONFERE-UNIDADE-MESTRE
                       IF UNIDADE-MESTRE-OK EQUAL "S" THEN
                           MOVE ALUNOS(I) TO ALUNO-REC-FILE
                           REWRITE ALUNO-REC-FILE
                       END-IF
               END-READ
               IF UNIDADE-MESTRE-OK NOT EQUAL "S" THEN
                   DISPLAY "ALUNO NAO GRAVADO - MATRICULA "
                           MATRICULA-SYNC " DE OUTRA UNIDADE"
               ELSE
               IF ALU-FILE-STATUS EQUAL "00" OR
                       ALU-FILE-STATUS EQUAL "02" THEN
                   MOVE "S" TO SYNC-OK
                           MATRICULA-SYNC
                           " STATUS " ALU-FILE-STATUS
               END-IF
               END-IF
               CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
                       MATRICULA-SYNC, OPERADOR-ID, STATUS-TRAVA-REG
           END-IF.
                   DISPLAY "TENTE NOVAMENTE EM ALGUNS INSTANTES"
               ELSE
                   OPEN I-O ARQ-ALUNOS
                   MOVE "S" TO UNIDADE-MESTRE-OK
                   MOVE ALU-MATRICULA OF ALUNO-ALTERADO
                           TO ALU-MATRICULA OF ALUNO-REC-FILE
                   READ ARQ-ALUNOS RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CONFERE-UNIDADE-MESTRE
                   END-READ
                   IF UNIDADE-MESTRE-OK NOT EQUAL "S" THEN
                       DISPLAY "ALUNO NAO GRAVADO - MATRICULA "
                               ALU-MATRICULA OF ALUNO-ALTERADO
                               " DE OUTRA UNIDADE"
                   ELSE
                       MOVE ALUNO-ALTERADO TO ALUNO-REC-FILE
                       REWRITE ALUNO-REC-FILE
                       IF ALU-FILE-STATUS NOT EQUAL "00" THEN
                           WRITE ALUNO-REC-FILE
                       END-IF
                       IF ALU-FILE-STATUS NOT EQUAL "00" THEN
                           DISPLAY "REGISTRO NAO GRAVADO - MATRICULA "
                                   ALU-MATRICULA OF ALUNO-ALTERADO
                                   " STATUS " ALU-FILE-STATUS
                       END-IF
                   END-IF
                   CLOSE ARQ-ALUNOS
                   CALL "ALUNO-TRAVA-REGISTRO" USING "LIBERA",
               END-IF
           END-IF.

      * A desk confined to one unit never overwrites a master record
      * that now belongs to another unit: the student was moved
      * there by a supervisor after this session loaded its copy.
       CONFERE-UNIDADE-MESTRE.
           MOVE "S" TO UNIDADE-MESTRE-OK.
           IF UNIDADE-SESSAO NOT EQUAL 0 AND
                   ALU-UNIDADE OF ALUNO-REC-FILE NOT EQUAL
                   UNIDADE-SESSAO THEN
               MOVE "N" TO UNIDADE-MESTRE-OK
           END-IF.

       CARREGA-NOTAS.
           MOVE "N" TO FIM-NOTAS.
           MOVE 0 TO TOTAL-NOTAS.
               AT END
                   MOVE "S" TO FIM-NOTAS
               NOT AT END
                   PERFORM VERIFICA-ALUNO-DA-NOTA
                   IF RTN-ALUNO-NA-LISTA NOT EQUAL 0 THEN
                       COMPUTE TOTAL-NOTAS = TOTAL-NOTAS + 1
                       MOVE NOTA-REC-FILE TO NOTAS(TOTAL-NOTAS)
                   END-IF
           END-READ.

       VERIFICA-ALUNO-DA-NOTA.
           MOVE 1 TO RTN-ALUNO-NA-LISTA.
           IF UNIDADE-SESSAO NOT EQUAL 0 THEN
               MOVE 0 TO RTN-ALUNO-NA-LISTA
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > TOTAL-ALUNOS
                       OR RTN-ALUNO-NA-LISTA NOT EQUAL 0
                   IF ALU-MATRICULA OF ALUNOS(K) EQUAL
                           NOT-MATRICULA-ARQ THEN
                       MOVE K TO RTN-ALUNO-NA-LISTA
                   END-IF
               END-PERFORM
           END-IF.

      * TAB-NOTAS-ANTES mirrors the grades this session has already
      * written, so only notas this session itself entered or
      * changed reach the file: grades another desk saved after
           CALL 'ALUNO-RECUPERACAO-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       CONSELHO-VIEW.
           CALL 'ALUNO-CONSELHO-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       DEPENDENCIA-VIEW.
           CALL 'ALUNO-DEPENDENCIA-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       REMATRICULA-VIEW.
           CALL 'ALUNO-REMATRICULA-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID, NIVEL-OPERADOR.

       PARAMETRO-VIEW.
           CALL 'ALUNO-PARAMETRO-VIEW'.

       HORARIO-VIEW.
           CALL 'ALUNO-HORARIO-VIEW' USING OPERADOR-ID.

       AVALIACAO-CONFIG-VIEW.
           CALL 'ALUNO-AVALIACAO-CONFIG-VIEW' USING OPERADOR-ID.

       MATRIZ-VIEW.
           CALL 'ALUNO-MATRIZ-VIEW' USING OPERADOR-ID.

       DIARIO-VIEW.
           CALL 'ALUNO-DIARIO-VIEW' USING OPERADOR-ID, NIVEL-OPERADOR.

       DIARIO-RELATORIO.
           CALL 'ALUNO-DIARIO-RELATORIO' USING OPERADOR-ID.

       SUBSTITUICAO-VIEW.
           CALL 'ALUNO-SUBSTITUICAO-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       SUBSTITUICAO-RELATORIO.
           CALL 'ALUNO-SUBSTITUICAO-RELATORIO' USING OPERADOR-ID.

       SALA-VIEW.
           CALL 'ALUNO-SALA-VIEW' USING OPERADOR-ID.

       PROVA-VIEW.
           CALL 'ALUNO-PROVA-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   NIVEL-OPERADOR, OPERADOR-ID.

       OFICINA-VIEW.
           CALL 'ALUNO-OFICINA-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   NIVEL-OPERADOR, OPERADOR-ID.

       EVENTO-VIEW.
           CALL 'ALUNO-EVENTO-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   NIVEL-OPERADOR, OPERADOR-ID.

       AUTORIZADO-VIEW.
           CALL 'ALUNO-AUTORIZADO-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       PORTARIA-VIEW.
           CALL 'ALUNO-PORTARIA-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       AEE-VIEW.
           CALL 'ALUNO-AEE-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       LIVRO-VIEW.
           CALL 'ALUNO-LIVRO-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   NIVEL-OPERADOR, OPERADOR-ID.

       TRANSFERE-UNIDADE-VIEW.
           CALL 'ALUNO-TRANSFERE-UNIDADE-VIEW' USING TOTAL-ALUNOS,
                                   LISTA, OPERADOR-ID, ALUNO-ALTERADO.
           PERFORM GRAVA-ALUNO-MESTRE.

       TRANSPORTE-VIEW.
           CALL 'ALUNO-TRANSPORTE-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   NIVEL-OPERADOR, OPERADOR-ID.

       LGPD-VIEW.
           CALL 'ALUNO-LGPD-VIEW' USING TOTAL-ALUNOS, LISTA,
                                   OPERADOR-ID.

       NEGA-AUTORIZACAO.
           DISPLAY "AUTORIZACAO NEGADA - REQUER SUPERVISOR".

       NEGA-AUTORIZACAO-AEE.
           DISPLAY "AUTORIZACAO NEGADA - REQUER SUPERVISOR OU "
                   "COORDENADOR".

       TAMANHO.
           DISPLAY TOTAL-ALUNOS.

                  TOTAL-ATIVOS-EDIT DELIMITED BY SIZE
                  INTO DASH-TOTAL-LINHA
           END-STRING.
           MOVE SPACES TO DASH-UNIDADE-LINHA.
           IF UNIDADE-SESSAO EQUAL 0 THEN
               MOVE "Unidade: TODAS" TO DASH-UNIDADE-LINHA
           ELSE
               STRING "Unidade: " DELIMITED BY SIZE
                      UNIDADE-SESSAO DELIMITED BY SIZE
                      INTO DASH-UNIDADE-LINHA
               END-STRING
           END-IF.

       CONTA-DASHBOARD.
           IF ALU-ATIVO OF ALUNOS(I) THEN
                  WHEN 'G'
                     PERFORM HORARIO-VIEW
                     MOVE ' ' TO OPCAO-EXTRA2
                  WHEN 'h'
                  WHEN 'H'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM CONSELHO-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA2
                  WHEN 'i'
                  WHEN 'I'
                     PERFORM DEPENDENCIA-VIEW
                     MOVE ' ' TO OPCAO-EXTRA2
                  WHEN 'j'
                  WHEN 'J'
                     PERFORM REMATRICULA-VIEW
                     MOVE ' ' TO OPCAO-EXTRA2
                  WHEN 'm'
                  WHEN 'M'
                     PERFORM EXECUTAR-EXTRA3
                     MOVE ' ' TO OPCAO-EXTRA2
                  WHEN OTHER
                     DISPLAY MENU-EXTRA2-SCREEN
                     ACCEPT MENU-EXTRA2-SCREEN
           END-PERFORM.
           MOVE ' ' TO OPCAO-EXTRA2.

       EXECUTAR-EXTRA3.
           MOVE ' ' TO OPCAO-EXTRA3.
           PERFORM UNTIL OPCAO-EXTRA3 EQUAL 'x'
                   OR OPCAO-EXTRA3 EQUAL 'X'
               EVALUATE OPCAO-EXTRA3
                  WHEN '1'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM AVALIACAO-CONFIG-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '2'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM MATRIZ-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '3'
                     PERFORM DIARIO-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '4'
                     PERFORM DIARIO-RELATORIO
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '5'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM SUBSTITUICAO-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '6'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM SUBSTITUICAO-RELATORIO
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '7'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM SALA-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '8'
                     PERFORM PROVA-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN '9'
                     PERFORM OFICINA-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'a'
                  WHEN 'A'
                     PERFORM EVENTO-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'b'
                  WHEN 'B'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM AUTORIZADO-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'c'
                  WHEN 'C'
                     PERFORM PORTARIA-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'd'
                  WHEN 'D'
                     IF NIVEL-OPERADOR EQUAL 2 OR
                             NIVEL-OPERADOR EQUAL 4 THEN
                         PERFORM AEE-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO-AEE
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'e'
                  WHEN 'E'
                     PERFORM LIVRO-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'f'
                  WHEN 'F'
                     PERFORM TRANSPORTE-VIEW
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'g'
                  WHEN 'G'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM LGPD-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN 'h'
                  WHEN 'H'
                     IF NIVEL-OPERADOR EQUAL 2 THEN
                         PERFORM TRANSFERE-UNIDADE-VIEW
                     ELSE
                         PERFORM NEGA-AUTORIZACAO
                     END-IF
                     MOVE ' ' TO OPCAO-EXTRA3
                  WHEN OTHER
                     DISPLAY MENU-EXTRA3-SCREEN
                     ACCEPT MENU-EXTRA3-SCREEN
                         ON EXCEPTION
                             IF PF3-PRESSIONADA THEN
                                 MOVE 'x' TO OPCAO-EXTRA3
                             END-IF
                     END-ACCEPT
               END-EVALUATE
           END-PERFORM.
           MOVE ' ' TO OPCAO-EXTRA3.



