               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESUMO-FREQ ASSIGN TO "FREQRESM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DEPENDENCIAS ASSIGN TO "DEPENDEN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DEP-NOTAS ASSIGN TO "DEPNOTA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESUMO-FREQ.
       01  RESUMO-FREQ-REC.
           COPY ALUFREQM.
       FD  ARQ-DEPENDENCIAS.
       01  DEPENDENCIA-REC.
           COPY ALUDEPEN.
       FD  ARQ-DEP-NOTAS.
       01  DEP-NOTA-REC.
           COPY ALUDEPNT.

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
               10 DSC-NOTA-BIM OCCURS 4 TIMES.
                   15 DSC-NOTA    PIC 9(2)V9(1).
                   15 DSC-TEM     PIC X(1).
               10 DSC-MEDIA       PIC 9(2)V9(1).
       01 MEDIA-DISCIPLINA PIC 9(2)V9(1) VALUE 0.
       01 SOMA-PONDERADA PIC 9(4)V9(2) VALUE 0.
       01 SOMA-PESOS PIC 9(2)V9(1) VALUE 0.
       01 SOMA-MEDIAS PIC 9(4)V9(1) VALUE 0.
       01 QTDE-REPROVADAS PIC 9(2) VALUE 0.
       01 QTDE-PENDENTES PIC 9(2) VALUE 0.
       01 MAX-DEPENDENCIAS PIC 9(1) VALUE 2.
       01 TOTAL-APROVADOS PIC 9(5) VALUE 0.
       01 TOTAL-REPROVADOS PIC 9(5) VALUE 0.
       01 TOTAL-REPROVADOS-FALTA PIC 9(5) VALUE 0.
       01 TOTAL-SEM-NOTAS PIC 9(5) VALUE 0.
       01 TOTAL-MATRIZ-INCOMPLETA PIC 9(5) VALUE 0.
       01 TURMA-MATRIZ PIC X(4) VALUE HIGH-VALUES.
       01 SERIE-TURMA PIC X(2) VALUE SPACES.
       COPY ALUMTZL.
       01 M PIC 9(2) VALUE 1.
       01 QTDE-FALTANTES PIC 9(2) VALUE 0.
       01 RTN-NOTA-MATRIZ PIC 9(1) VALUE 0.
       01 TOTAL-PROMOVIDOS-DEPENDENCIA PIC 9(5) VALUE 0.
       01 TOTAL-DEPENDENCIAS-NOVAS PIC 9(5) VALUE 0.
       01 TOTAL-DEPENDENCIAS-CUMPRIDAS PIC 9(5) VALUE 0.
       01 FREQUENCIA-MINIMA PIC 9(3) VALUE 75.
       01 FIM-FREQUENCIA PIC X VALUE "N".
           88 FIM-DO-ARQ-FREQUENCIA VALUE "S".
       01 RTN-FALTA-JUSTIFICADA PIC 9(1) VALUE 0.
       01 FIM-RESUMO-FREQ PIC X VALUE "N".
           88 FIM-DO-RESUMO-FREQ VALUE "S".
       01 FIM-DEPENDENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DEPENDENCIAS VALUE "S".
       01 FIM-DEP-NOTAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DEP-NOTAS VALUE "S".
       01 DEPENDENCIAS-CHEIA PIC X VALUE "N".
           88 TABELA-DEPENDENCIAS-CHEIA VALUE "S".
       01 DP PIC 9(4) VALUE 1.
       01 DN PIC 9(4) VALUE 1.
       01 DEP-NOTA-ACHADA PIC 9(4) VALUE 0.
       01 TOTAL-DEPENDENCIAS PIC 9(4) VALUE 0.
       01 LISTA-DEPENDENCIAS.
           05 DEPENDENCIAS OCCURS 2000 TIMES.
               COPY ALUDEPEN REPLACING ==05== BY ==10==.
       01 TOTAL-DEP-NOTAS PIC 9(4) VALUE 0.
       01 LISTA-DEP-NOTAS.
           05 DEP-NOTAS OCCURS 2000 TIMES.
               COPY ALUDEPNT REPLACING ==05== BY ==10==.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-PARAMETRO" USING PARAMETRO.
           MOVE PAR-MEDIA-MINIMA TO MEDIA-APROVACAO.
           MOVE PAR-FREQ-MINIMA TO FREQUENCIA-MINIMA.
           MOVE PAR-MAX-DEPENDENCIAS TO MAX-DEPENDENCIAS.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-NOTAS-ATUAIS.
           PERFORM CARREGA-ATESTADOS.
           PERFORM CARREGA-FREQUENCIAS.
           PERFORM CARREGA-RESUMOS-FREQUENCIA.
           PERFORM CARREGA-DEPENDENCIAS.
           PERFORM CARREGA-NOTAS-DEPENDENCIA.
           PERFORM APURA-DEPENDENCIAS.
           OPEN OUTPUT ARQ-RESULTADO.
           PERFORM FECHA-ALUNO VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS.
           CLOSE ARQ-RESULTADO.
           PERFORM GRAVA-DEPENDENCIAS.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
                           ALU-MATRICULA OF ALUNOS(I) " "
                           ALU-NOME OF ALUNOS(I)
               ELSE
                   PERFORM CONFERE-MATRIZ-ALUNO
                   IF QTDE-FALTANTES NOT EQUAL 0 THEN
                       ADD 1 TO TOTAL-MATRIZ-INCOMPLETA
                       DISPLAY "RESULTADO RETIDO - MATRIZ INCOMPLETA: "
                               ALU-MATRICULA OF ALUNOS(I) " "
                               ALU-NOME OF ALUNOS(I)
                   ELSE
                       PERFORM APURA-RESULTADO
                   END-IF
               END-IF
           END-IF.

      * Every disciplina in the matrix of the student's serie must
      * have at least one grade in the year, numeric or conceito.
      * One that has none is missing, and the result is held back
      * until it is entered, the same as a student with no grades.
       CONFERE-MATRIZ-ALUNO.
           IF ALU-TURMA OF ALUNOS(I) NOT EQUAL TURMA-MATRIZ THEN
               MOVE ALU-TURMA OF ALUNOS(I) TO TURMA-MATRIZ
               CALL "ALUNO-MATRIZ-SERIE" USING TURMA-MATRIZ,
                       SERIE-TURMA, TOTAL-MATRIZ, LISTA-MATRIZ
           END-IF.
           MOVE 0 TO QTDE-FALTANTES.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > TOTAL-MATRIZ
               PERFORM VERIFICA-NOTA-MATRIZ
               IF RTN-NOTA-MATRIZ EQUAL 0 THEN
                   ADD 1 TO QTDE-FALTANTES
                   DISPLAY "DISCIPLINA DA MATRIZ SEM NOTA: "
                           ALU-MATRICULA OF ALUNOS(I) " "
                           MTZ-DISCIPLINA OF MATRIZ-DISC(M)
               END-IF
           END-PERFORM.

       VERIFICA-NOTA-MATRIZ.
           MOVE 0 TO RTN-NOTA-MATRIZ.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > TOTAL-NOTAS OR RTN-NOTA-MATRIZ NOT EQUAL 0
               IF NOT-MATRICULA OF NOTAS(J) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) AND
                       NOT-ANO OF NOTAS(J) EQUAL ANO-FECHAMENTO AND
                       NOT-DISCIPLINA OF NOTAS(J) EQUAL
                               MTZ-DISCIPLINA OF MATRIZ-DISC(M) THEN
                   MOVE 1 TO RTN-NOTA-MATRIZ
               END-IF
           END-PERFORM.

       ACUMULA-DISCIPLINAS.
           MOVE 0 TO TOTAL-DISC-ALUNO.
           MOVE SPACES TO TAB-DISC-ALUNO.

       APURA-RESULTADO.
           MOVE 0 TO SOMA-MEDIAS.
           MOVE 0 TO QTDE-REPROVADAS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-DISC-ALUNO
               PERFORM CALCULA-MEDIA-DISCIPLINA
               MOVE MEDIA-DISCIPLINA TO DSC-MEDIA(K)
               ADD MEDIA-DISCIPLINA TO SOMA-MEDIAS
               IF MEDIA-DISCIPLINA < MEDIA-APROVACAO THEN
                   ADD 1 TO QTDE-REPROVADAS
               END-IF
           END-PERFORM.
           MOVE ALU-MATRICULA OF ALUNOS(I) TO RES-MATRICULA.
                       ALU-MATRICULA OF ALUNOS(I) " "
                       ALU-NOME OF ALUNOS(I)
           ELSE
           PERFORM CONTA-DEPENDENCIAS-PENDENTES
           IF QTDE-REPROVADAS EQUAL 0 AND QTDE-PENDENTES EQUAL 0 THEN
               MOVE "A" TO RES-RESULTADO
               ADD 1 TO TOTAL-APROVADOS
           ELSE
           IF QTDE-REPROVADAS + QTDE-PENDENTES <= MAX-DEPENDENCIAS
                   THEN
               MOVE "D" TO RES-RESULTADO
               ADD 1 TO TOTAL-PROMOVIDOS-DEPENDENCIA
               PERFORM REGISTRA-DEPENDENCIAS
           ELSE
               MOVE "R" TO RES-RESULTADO
               ADD 1 TO TOTAL-REPROVADOS
           END-IF
           END-IF
           END-IF.
           WRITE RESULTADO-REC.

      * Disciplinas still pending from earlier years count against
      * the same limit as the ones failed this year.
       CONTA-DEPENDENCIAS-PENDENTES.
           MOVE 0 TO QTDE-PENDENTES.
           PERFORM VARYING DP FROM 1 BY 1 UNTIL DP > TOTAL-DEPENDENCIAS
               IF DEP-MATRICULA OF DEPENDENCIAS(DP) EQUAL
                       ALU-MATRICULA OF ALUNOS(I) AND
                       DEP-PENDENTE OF DEPENDENCIAS(DP) AND
                       DEP-ANO-ORIGEM OF DEPENDENCIAS(DP) <
                               ANO-FECHAMENTO THEN
                   ADD 1 TO QTDE-PENDENTES
               END-IF
           END-PERFORM.

       REGISTRA-DEPENDENCIAS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOTAL-DISC-ALUNO
               IF DSC-MEDIA(K) < MEDIA-APROVACAO THEN
                   PERFORM INCLUI-DEPENDENCIA
               END-IF
           END-PERFORM.

       INCLUI-DEPENDENCIA.
           IF TOTAL-DEPENDENCIAS < 2000 THEN
               ADD 1 TO TOTAL-DEPENDENCIAS
               ADD 1 TO TOTAL-DEPENDENCIAS-NOVAS
               MOVE TOTAL-DEPENDENCIAS TO DP
               MOVE ALU-MATRICULA OF ALUNOS(I)
                       TO DEP-MATRICULA OF DEPENDENCIAS(DP)
               MOVE DSC-CODIGO(K) TO DEP-DISCIPLINA OF DEPENDENCIAS(DP)
               MOVE ANO-FECHAMENTO TO DEP-ANO-ORIGEM OF DEPENDENCIAS(DP)
               MOVE DSC-MEDIA(K) TO DEP-MEDIA-ORIGEM OF DEPENDENCIAS(DP)
               MOVE "P" TO DEP-SITUACAO OF DEPENDENCIAS(DP)
               MOVE 0 TO DEP-ANO-CUMPRIDA OF DEPENDENCIAS(DP)
               MOVE 0 TO DEP-MEDIA-FINAL OF DEPENDENCIAS(DP)
               DISPLAY "DEPENDENCIA: " ALU-MATRICULA OF ALUNOS(I) " "
                       DSC-CODIGO(K)
           ELSE
               MOVE "S" TO DEPENDENCIAS-CHEIA
           END-IF.

       CALCULA-MEDIA-DISCIPLINA.
           MOVE 0 TO SOMA-PONDERADA.
           MOVE 0 TO SOMA-PESOS.
                       FQA-TOTAL(FREQ-ACHADA)
           END-IF.

      * Dependencias are rebuilt for the year being closed, so a
      * rerun replaces the ones it created before, and any cleared
      * in this year go back to pending to be judged again.
       CARREGA-DEPENDENCIAS.
           MOVE "N" TO FIM-DEPENDENCIAS.
           MOVE 0 TO TOTAL-DEPENDENCIAS.
           OPEN INPUT ARQ-DEPENDENCIAS.
           PERFORM LE-DEPENDENCIA UNTIL FIM-DO-ARQ-DEPENDENCIAS.
           CLOSE ARQ-DEPENDENCIAS.

       LE-DEPENDENCIA.
           READ ARQ-DEPENDENCIAS
               AT END
                   MOVE "S" TO FIM-DEPENDENCIAS
               NOT AT END
                   IF DEP-ANO-ORIGEM OF DEPENDENCIA-REC NOT EQUAL
                           ANO-FECHAMENTO THEN
                       PERFORM GUARDA-DEPENDENCIA
                   END-IF
           END-READ.

       GUARDA-DEPENDENCIA.
           IF DEP-CUMPRIDA OF DEPENDENCIA-REC AND
                   DEP-ANO-CUMPRIDA OF DEPENDENCIA-REC EQUAL
                           ANO-FECHAMENTO THEN
               MOVE "P" TO DEP-SITUACAO OF DEPENDENCIA-REC
               MOVE 0 TO DEP-ANO-CUMPRIDA OF DEPENDENCIA-REC
               MOVE 0 TO DEP-MEDIA-FINAL OF DEPENDENCIA-REC
           END-IF.
           IF TOTAL-DEPENDENCIAS < 2000 THEN
               ADD 1 TO TOTAL-DEPENDENCIAS
               MOVE DEPENDENCIA-REC TO DEPENDENCIAS(TOTAL-DEPENDENCIAS)
           ELSE
               MOVE "S" TO DEPENDENCIAS-CHEIA
           END-IF.

       CARREGA-NOTAS-DEPENDENCIA.
           MOVE "N" TO FIM-DEP-NOTAS.
           MOVE 0 TO TOTAL-DEP-NOTAS.
           OPEN INPUT ARQ-DEP-NOTAS.
           PERFORM LE-NOTA-DEPENDENCIA UNTIL FIM-DO-ARQ-DEP-NOTAS.
           CLOSE ARQ-DEP-NOTAS.

       LE-NOTA-DEPENDENCIA.
           READ ARQ-DEP-NOTAS
               AT END
                   MOVE "S" TO FIM-DEP-NOTAS
               NOT AT END
                   IF DPN-ANO OF DEP-NOTA-REC EQUAL ANO-FECHAMENTO THEN
                       PERFORM GUARDA-NOTA-DEPENDENCIA
                   END-IF
           END-READ.

       GUARDA-NOTA-DEPENDENCIA.
           MOVE 0 TO DEP-NOTA-ACHADA.
           PERFORM VARYING DN FROM 1 BY 1
                   UNTIL DN > TOTAL-DEP-NOTAS
                   OR DEP-NOTA-ACHADA NOT EQUAL 0
               IF DPN-MATRICULA OF DEP-NOTAS(DN) EQUAL
                       DPN-MATRICULA OF DEP-NOTA-REC AND
                       DPN-DISCIPLINA OF DEP-NOTAS(DN) EQUAL
                       DPN-DISCIPLINA OF DEP-NOTA-REC AND
                       DPN-ANO-ORIGEM OF DEP-NOTAS(DN) EQUAL
                       DPN-ANO-ORIGEM OF DEP-NOTA-REC AND
                       DPN-BIMESTRE OF DEP-NOTAS(DN) EQUAL
                       DPN-BIMESTRE OF DEP-NOTA-REC THEN
                   MOVE DN TO DEP-NOTA-ACHADA
               END-IF
           END-PERFORM.
           IF DEP-NOTA-ACHADA EQUAL 0 AND TOTAL-DEP-NOTAS < 2000 THEN
               ADD 1 TO TOTAL-DEP-NOTAS
               MOVE TOTAL-DEP-NOTAS TO DEP-NOTA-ACHADA
           END-IF.
           IF DEP-NOTA-ACHADA NOT EQUAL 0 THEN
               MOVE DEP-NOTA-REC TO DEP-NOTAS(DEP-NOTA-ACHADA)
           END-IF.

      * A pending dependencia is cleared when the grades entered for
      * it in the year being closed reach the passing media, weighted
      * per bimestre the same way as a regular disciplina.
       APURA-DEPENDENCIAS.
           PERFORM VARYING DP FROM 1 BY 1 UNTIL DP > TOTAL-DEPENDENCIAS
               IF DEP-PENDENTE OF DEPENDENCIAS(DP) AND
                       DEP-ANO-ORIGEM OF DEPENDENCIAS(DP) <
                               ANO-FECHAMENTO THEN
                   PERFORM APURA-UMA-DEPENDENCIA
               END-IF
           END-PERFORM.

       APURA-UMA-DEPENDENCIA.
           MOVE 0 TO SOMA-PONDERADA.
           MOVE 0 TO SOMA-PESOS.
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > TOTAL-DEP-NOTAS
               IF DPN-MATRICULA OF DEP-NOTAS(DN) EQUAL
                       DEP-MATRICULA OF DEPENDENCIAS(DP) AND
                       DPN-DISCIPLINA OF DEP-NOTAS(DN) EQUAL
                       DEP-DISCIPLINA OF DEPENDENCIAS(DP) AND
                       DPN-ANO-ORIGEM OF DEP-NOTAS(DN) EQUAL
                       DEP-ANO-ORIGEM OF DEPENDENCIAS(DP) THEN
                   MOVE DPN-BIMESTRE OF DEP-NOTAS(DN) TO B
                   COMPUTE SOMA-PONDERADA = SOMA-PONDERADA +
                           (DPN-NOTA OF DEP-NOTAS(DN) *
                            PAR-PESO-BIMESTRE(B))
                   ADD PAR-PESO-BIMESTRE(B) TO SOMA-PESOS
               END-IF
           END-PERFORM.
           IF SOMA-PESOS NOT EQUAL 0 THEN
               COMPUTE MEDIA-DISCIPLINA = SOMA-PONDERADA / SOMA-PESOS
               IF MEDIA-DISCIPLINA NOT < MEDIA-APROVACAO THEN
                   MOVE "C" TO DEP-SITUACAO OF DEPENDENCIAS(DP)
                   MOVE ANO-FECHAMENTO
                           TO DEP-ANO-CUMPRIDA OF DEPENDENCIAS(DP)
                   MOVE MEDIA-DISCIPLINA
                           TO DEP-MEDIA-FINAL OF DEPENDENCIAS(DP)
                   ADD 1 TO TOTAL-DEPENDENCIAS-CUMPRIDAS
                   DISPLAY "DEPENDENCIA CUMPRIDA: "
                           DEP-MATRICULA OF DEPENDENCIAS(DP) " "
                           DEP-DISCIPLINA OF DEPENDENCIAS(DP)
               END-IF
           END-IF.

       GRAVA-DEPENDENCIAS.
           IF TABELA-DEPENDENCIAS-CHEIA THEN
               DISPLAY "TABELA DE DEPENDENCIAS CHEIA - DEPENDEN.DAT "
                       "NAO ATUALIZADO"
           ELSE
               OPEN OUTPUT ARQ-DEPENDENCIAS
               PERFORM VARYING DP FROM 1 BY 1
                       UNTIL DP > TOTAL-DEPENDENCIAS
                   MOVE DEPENDENCIAS(DP) TO DEPENDENCIA-REC
                   WRITE DEPENDENCIA-REC
               END-PERFORM
               CLOSE ARQ-DEPENDENCIAS
           END-IF.

       IMPRIME-SUMARIO.
           DISPLAY "FECHAMENTO DO ANO LETIVO " ANO-FECHAMENTO.
           DISPLAY "APROVADOS ........: " TOTAL-APROVADOS.
           DISPLAY "PROMOV. C/ DEPEND.: " TOTAL-PROMOVIDOS-DEPENDENCIA.
           DISPLAY "REPROVADOS .......: " TOTAL-REPROVADOS.
           DISPLAY "REPROV. POR FALTA : " TOTAL-REPROVADOS-FALTA.
           DISPLAY "SEM NOTAS ........: " TOTAL-SEM-NOTAS.
           DISPLAY "MATRIZ INCOMPLETA : " TOTAL-MATRIZ-INCOMPLETA.
           DISPLAY "DEPENDENCIAS NOVAS: " TOTAL-DEPENDENCIAS-NOVAS.
           DISPLAY "DEPEND. CUMPRIDAS : " TOTAL-DEPENDENCIAS-CUMPRIDAS.
