           88 FIM-DO-ARQ-MENSALIDADES VALUE "S".
       01 TOTAL-ABERTAS-DOC PIC 9(3) VALUE 0.
       01 VALOR-EDIT PIC ZZZZ9.99.
       01 SALDO-EDIT PIC ZZZZZ9.99.
       01 QTDE-EDIT PIC ZZ9.
       01 NOME-RELATORIO PIC X(12) VALUE "TRANSFER.RPT".
       01 M PIC 9(2) VALUE 1.
       01 SERIE-TURMA PIC X(2) VALUE SPACES.
       COPY ALUMTZL.
       01 RTN-NA-MATRIZ PIC 9(2) VALUE 0.
       01 AULAS-ANO PIC 9(4) VALUE 0.
       01 AULAS-ANO-EDIT PIC ZZZ9.
       LINKAGE SECTION.
       01 ALUNO.
           COPY ALUREG.
       COPY ALUNOTLS.
       01 OPERADOR-ID PIC X(8).
       01 QUITACAO.
           COPY ALUQUIT.

       PROCEDURE DIVISION USING ALUNO, TOTAL-NOTAS, LISTA-NOTAS,
                    OPERADOR-ID, QUITACAO.
           ACCEPT DATA-EMISSAO FROM DATE YYYYMMDD.
           PERFORM BUSCA-CADASTRO.
           OPEN OUTPUT ARQ-DOCUMENTO.
           PERFORM IMPRIME-NOTAS.
           PERFORM IMPRIME-OCORRENCIAS.
           PERFORM IMPRIME-MENSALIDADES.
           PERFORM IMPRIME-QUITACAO.
           CLOSE ARQ-DOCUMENTO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           DISPLAY "DOCUMENTACAO GRAVADA EM TRANSFER.RPT".
               MOVE "SEM NOTAS LANCADAS" TO DOCUMENTO-LINHA
               WRITE DOCUMENTO-LINHA
           ELSE
               CALL "ALUNO-MATRIZ-SERIE" USING ALU-TURMA OF ALUNO,
                       SERIE-TURMA, TOTAL-MATRIZ, LISTA-MATRIZ
               IF TOTAL-MATRIZ EQUAL 0 THEN
                   PERFORM IMPRIME-DISCIPLINA VARYING K FROM 1 BY 1
                           UNTIL K > TOTAL-DISC-ALUNO
               ELSE
                   PERFORM IMPRIME-MEDIAS-MATRIZ
               END-IF
           END-IF.

      * With a curriculum matrix for the serie the medias follow the
      * matrix order with the annual class load; disciplinas taken
      * outside the matrix come after it.
       IMPRIME-MEDIAS-MATRIZ.
           MOVE SPACES TO DOCUMENTO-LINHA.
           STRING "MATRIZ CURRICULAR - SERIE " DELIMITED BY SIZE
                  SERIE-TURMA DELIMITED BY SIZE
                  INTO DOCUMENTO-LINHA
           END-STRING.
           WRITE DOCUMENTO-LINHA.
           PERFORM IMPRIME-DISCIPLINA-MATRIZ VARYING M FROM 1 BY 1
                   UNTIL M > TOTAL-MATRIZ.
           PERFORM IMPRIME-DISCIPLINA-EXTRA VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-DISC-ALUNO.

       IMPRIME-DISCIPLINA-MATRIZ.
           MOVE 0 TO DISC-ACHADA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-DISC-ALUNO OR DISC-ACHADA NOT EQUAL 0
               IF DSC-CODIGO(K) EQUAL MTZ-DISCIPLINA OF MATRIZ-DISC(M)
                       THEN
                   MOVE K TO DISC-ACHADA
               END-IF
           END-PERFORM.
           COMPUTE AULAS-ANO = MTZ-AULAS-SEMANA OF MATRIZ-DISC(M) *
                   MTZ-SEMANAS-LETIVAS.
           MOVE AULAS-ANO TO AULAS-ANO-EDIT.
           MOVE SPACES TO DOCUMENTO-LINHA.
           IF DISC-ACHADA EQUAL 0 THEN
               STRING "MEDIA " DELIMITED BY SIZE
                      MTZ-DISCIPLINA OF MATRIZ-DISC(M)
                              DELIMITED BY SIZE
                      ": SEM NOTA" DELIMITED BY SIZE
                      INTO DOCUMENTO-LINHA
               END-STRING
           ELSE
               COMPUTE MEDIA-DISCIPLINA = DSC-SOMA(DISC-ACHADA) /
                       DSC-QTDE(DISC-ACHADA)
               MOVE MEDIA-DISCIPLINA TO MEDIA-EDIT
               STRING "MEDIA " DELIMITED BY SIZE
                      DSC-CODIGO(DISC-ACHADA) DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      MEDIA-EDIT DELIMITED BY SIZE
                      INTO DOCUMENTO-LINHA
               END-STRING
           END-IF.
           STRING "CH ANUAL " DELIMITED BY SIZE
                  AULAS-ANO-EDIT DELIMITED BY SIZE
                  INTO DOCUMENTO-LINHA(30:20)
           END-STRING.
           WRITE DOCUMENTO-LINHA.

       IMPRIME-DISCIPLINA-EXTRA.
           MOVE 0 TO RTN-NA-MATRIZ.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > TOTAL-MATRIZ OR RTN-NA-MATRIZ NOT EQUAL 0
               IF DSC-CODIGO(K) EQUAL MTZ-DISCIPLINA OF MATRIZ-DISC(M)
                       THEN
                   MOVE M TO RTN-NA-MATRIZ
               END-IF
           END-PERFORM.
           IF RTN-NA-MATRIZ EQUAL 0 THEN
               PERFORM IMPRIME-DISCIPLINA
           END-IF.

       IMPRIME-OCORRENCIAS.
               WRITE DOCUMENTO-LINHA
           END-IF.

      * The settlement worked out at the withdrawal: the debt of
      * earlier months, the final charge prorated to the days of
      * the month attended, the charges of later months cancelled,
      * and who let the student go while still owing.
       IMPRIME-QUITACAO.
           MOVE SPACES TO DOCUMENTO-LINHA.
           WRITE DOCUMENTO-LINHA.
           MOVE "QUITACAO NO DESLIGAMENTO" TO DOCUMENTO-LINHA.
           WRITE DOCUMENTO-LINHA.
           MOVE "----------------------------------------" TO
                   DOCUMENTO-LINHA.
           WRITE DOCUMENTO-LINHA.
           MOVE QUI-QTDE-VENCIDAS TO QTDE-EDIT.
           MOVE QUI-VALOR-VENCIDO TO SALDO-EDIT.
           MOVE SPACES TO DOCUMENTO-LINHA.
           STRING "MESES ANTERIORES EM ABERTO .: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SALDO-EDIT DELIMITED BY SIZE
                  INTO DOCUMENTO-LINHA
           END-STRING.
           WRITE DOCUMENTO-LINHA.
           MOVE SPACES TO DOCUMENTO-LINHA.
           IF QUI-MES-PAGO THEN
               MOVE "MENSALIDADE DO MES .........: JA PAGA"
                       TO DOCUMENTO-LINHA
           ELSE
           IF QUI-MES-SEM-TAXA THEN
               MOVE "MENSALIDADE DO MES .........: SEM COBRANCA"
                       TO DOCUMENTO-LINHA
           ELSE
               MOVE QUI-VALOR-PRORATA TO VALOR-EDIT
               STRING "MENSALIDADE FINAL PROPORC. : "
                          DELIMITED BY SIZE
                      QUI-DIAS-CURSADOS DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      QUI-DIAS-MES DELIMITED BY SIZE
                      " DIAS  VALOR  " DELIMITED BY SIZE
                      VALOR-EDIT DELIMITED BY SIZE
                      INTO DOCUMENTO-LINHA
               END-STRING
           END-IF
           END-IF.
           WRITE DOCUMENTO-LINHA.
           MOVE QUI-QTDE-CANCELADAS TO QTDE-EDIT.
           MOVE QUI-VALOR-CANCELADO TO SALDO-EDIT.
           MOVE SPACES TO DOCUMENTO-LINHA.
           STRING "COBRANCAS FUTURAS CANCELADAS: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  SALDO-EDIT DELIMITED BY SIZE
                  INTO DOCUMENTO-LINHA
           END-STRING.
           WRITE DOCUMENTO-LINHA.
           MOVE QUI-SALDO-ABERTO TO SALDO-EDIT.
           MOVE SPACES TO DOCUMENTO-LINHA.
           STRING "SALDO A PAGAR ..............:      "
                      DELIMITED BY SIZE
                  SALDO-EDIT DELIMITED BY SIZE
                  INTO DOCUMENTO-LINHA
           END-STRING.
           WRITE DOCUMENTO-LINHA.
           IF QUI-VALOR-VENCIDO > 0 THEN
               MOVE SPACES TO DOCUMENTO-LINHA
               STRING "DESLIGAMENTO LIBERADO COM DEBITO POR "
                          DELIMITED BY SIZE
                      OPERADOR-ID DELIMITED BY SIZE
                      INTO DOCUMENTO-LINHA
               END-STRING
               WRITE DOCUMENTO-LINHA
           END-IF.

       LE-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
