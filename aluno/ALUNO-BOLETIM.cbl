               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-NOTA-HIST ASSIGN TO "NOTAHIST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DEPENDENCIAS ASSIGN TO "DEPENDEN.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-NOTA-HIST.
       01  NOTA-HIST-REC.
           COPY ALUNOTA.
       FD  ARQ-DEPENDENCIAS.
       01  DEPENDENCIA-REC.
           COPY ALUDEPEN.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 ANO-BOLETIM PIC 9(4) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 CANCELADO PIC X VALUE " ".
       01 AVISA-RESPONSAVEL PIC X VALUE " ".
       01 MENSAGEM-TIPO PIC X(2) VALUE "BO".
       01 MENSAGEM-TEXTO PIC X(120) VALUE SPACES.
       01 STATUS-MENSAGEM PIC X(20) VALUE " ".
       01 TOTAL-AVISOS PIC 9(3) VALUE 0.
       01 PRIMEIRA-PAGINA PIC X VALUE "S".
           88 EH-PRIMEIRA-PAGINA VALUE "S".
       01 TOTAL-IMPRESSOS PIC 9(3) VALUE 0.
               COPY ALURESUL REPLACING ==05== BY ==10==.
       01 R PIC 9(3) VALUE 1.
       01 RESULTADO-ALUNO PIC X(1) VALUE " ".
       01 CONSELHO.
           COPY ALUCONS.
       01 FIM-DEPENDENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DEPENDENCIAS VALUE "S".
       01 TOTAL-DEP-ALUNO PIC 9(2) VALUE 0.
       01 NOME-RELATORIO PIC X(12) VALUE "BOLETIM.RPT".
       01 DETALHA-AVALIACAO PIC X VALUE "N".
       01 AVALIACAO.
           COPY ALUAVAL.
       01 AVL-OPERACAO PIC X(10) VALUE "CONSULTA".
       01 NOTA-AVALIACAO PIC 9(2)V9(1) VALUE 0.
       01 MOTIVO-AVALIACAO PIC X(10) VALUE SPACES.
       01 STATUS-AVALIACAO PIC X(20) VALUE " ".
       01 Q PIC 9(1) VALUE 1.
       01 PESO-EDIT PIC Z9.
       01 LINHA-AVALIACAO.
           05 FILLER              PIC X(2).
           05 LAV-BIMESTRE        PIC X(3).
           05 LAV-INSTRUMENTO OCCURS 4 TIMES.
               10 FILLER          PIC X(1).
               10 LAV-NOME        PIC X(8).
               10 FILLER          PIC X(1).
               10 LAV-NOTA        PIC X(4).
               10 FILLER          PIC X(1).
               10 LAV-PESO        PIC X(3).
       01 LINHA-NOTAS.
           05 LIN-DISCIPLINA      PIC X(10).
           05 FILLER              PIC X(2).
           05  VALUE "Matricula (0 = todas):"            LINE 5 COL 10.
           05  MATRICULA-INPUT                           LINE 5 COL 40
                           PIC 9(6) TO FILTRO-MATRICULA AUTO.
           05  VALUE "Detalhar avaliacoes (S/N):"        LINE 6 COL 10.
           05  DETALHE-INPUT                             LINE 6 COL 40
                           PIC X TO DETALHA-AVALIACAO AUTO.
           05  VALUE "Avisar responsaveis (S/N):"        LINE 7 COL 10.
           05  AVISA-INPUT                               LINE 7 COL 40
                           PIC X TO AVISA-RESPONSAVEL AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 8 COL 10.
           05  CANCELA-INPUT                             LINE 8 COL 40
                           PIC X TO CANCELADO AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, TOTAL-NOTAS,
               CLOSE ARQ-BOLETIM
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               DISPLAY "BOLETINS EMITIDOS: " TOTAL-IMPRESSOS
               IF AVISA-RESPONSAVEL EQUAL 'S' OR
                       AVISA-RESPONSAVEL EQUAL 's' THEN
                   DISPLAY "AVISOS NA FILA ..: " TOTAL-AVISOS
               END-IF
               DISPLAY "RELATORIO GRAVADO EM BOLETIM.RPT"
           END-IF.
           MOVE " " TO CANCELADO.
           MOVE " " TO AVISA-RESPONSAVEL.
           MOVE 0 TO TOTAL-AVISOS.
           MOVE "N" TO DETALHA-AVALIACAO.
           MOVE "S" TO PRIMEIRA-PAGINA.
           MOVE 0 TO TOTAL-IMPRESSOS.
       EXIT PROGRAM.
               PERFORM ACUMULA-DISCIPLINAS
               PERFORM IMPRIME-PAGINA
               ADD 1 TO TOTAL-IMPRESSOS
               IF AVISA-RESPONSAVEL EQUAL 'S' OR
                       AVISA-RESPONSAVEL EQUAL 's' THEN
                   PERFORM POSTA-AVISO-BOLETIM
               END-IF
           END-IF.

      * When the boletins are released the guardians can be told by
      * SMS or e-mail, through the nightly messaging run.
       POSTA-AVISO-BOLETIM.
           MOVE SPACES TO MENSAGEM-TEXTO.
           STRING "ESCOLA MUNICIPAL: O BOLETIM " DELIMITED BY SIZE
                  ANO-BOLETIM DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  ALU-NOME OF ALUNOS(I) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(I) DELIMITED BY "  "
                  " ESTA DISPONIVEL NA SECRETARIA." DELIMITED BY SIZE
                  INTO MENSAGEM-TEXTO
           END-STRING.
           CALL "ALUNO-MENSAGEM-POSTA" USING MENSAGEM-TIPO,
                   ALU-MATRICULA OF ALUNOS(I), MENSAGEM-TEXTO,
                   OPERADOR-ID, STATUS-MENSAGEM.
           IF STATUS-MENSAGEM EQUAL "OK" THEN
               ADD 1 TO TOTAL-AVISOS
           END-IF.

       ACUMULA-DISCIPLINAS.
               PERFORM IMPRIME-MEDIA-GERAL
           END-IF.
           PERFORM IMPRIME-RESULTADO-FINAL.
           PERFORM IMPRIME-DEPENDENCIAS.

       IMPRIME-DISCIPLINA.
           MOVE SPACES TO LINHA-NOTAS.
           END-IF.
           MOVE LINHA-NOTAS TO BOLETIM-LINHA.
           WRITE BOLETIM-LINHA.
           IF (DETALHA-AVALIACAO EQUAL "S" OR
                   DETALHA-AVALIACAO EQUAL "s") AND
                   DSC-TIPO(K) NOT EQUAL "C" THEN
               PERFORM IMPRIME-AVALIACOES VARYING B FROM 1 BY 1
                       UNTIL B > 4
           END-IF.

      * How each bimestre nota was formed, for the disciplinas with
      * an assessment setup: instrument, grade and weight.
       IMPRIME-AVALIACOES.
           MOVE SPACES TO AVALIACAO.
           MOVE ALU-MATRICULA OF ALUNOS(I)
                   TO AVL-MATRICULA OF AVALIACAO.
           MOVE DSC-CODIGO(K) TO AVL-DISCIPLINA OF AVALIACAO.
           MOVE ANO-BOLETIM TO AVL-ANO OF AVALIACAO.
           MOVE B TO AVL-BIMESTRE OF AVALIACAO.
           CALL "ALUNO-AVALIACAO" USING AVL-OPERACAO,
                   ALU-TURMA OF ALUNOS(I), AVALIACAO, NOTA-AVALIACAO,
                   OPERADOR-ID, MOTIVO-AVALIACAO, STATUS-AVALIACAO.
           IF STATUS-AVALIACAO EQUAL "OK" THEN
               MOVE SPACES TO LINHA-AVALIACAO
               MOVE "B" TO LAV-BIMESTRE(1:1)
               MOVE B TO LAV-BIMESTRE(2:1)
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 4
                   IF AVL-INSTRUMENTO OF AVALIACAO(Q) NOT EQUAL SPACES
                           THEN
                       MOVE AVL-INSTRUMENTO OF AVALIACAO(Q)
                               TO LAV-NOME(Q)
                       MOVE AVL-NOTA OF AVALIACAO(Q) TO NOTA-EDIT
                       MOVE NOTA-EDIT TO LAV-NOTA(Q)
                       MOVE AVL-PESO OF AVALIACAO(Q) TO PESO-EDIT
                       MOVE "P" TO LAV-PESO(Q)(1:1)
                       MOVE PESO-EDIT TO LAV-PESO(Q)(2:2)
                   END-IF
               END-PERFORM
               MOVE LINHA-AVALIACAO TO BOLETIM-LINHA
               WRITE BOLETIM-LINHA
           END-IF.

       CALCULA-MEDIA-DISCIPLINA.
           MOVE 0 TO SOMA-PONDERADA.
                           TO RESULTADO-ALUNO
               END-IF
           END-PERFORM.
           MOVE SPACES TO CONSELHO.
           IF RESULTADO-ALUNO EQUAL "R" OR RESULTADO-ALUNO EQUAL "F"
                   THEN
               CALL "ALUNO-CONSELHO-DECISAO" USING
                       ALU-MATRICULA OF ALUNOS(I), ANO-BOLETIM,
                       CONSELHO
           END-IF.
           IF CON-APROVADO-CONSELHO OF CONSELHO THEN
               MOVE "RESULTADO FINAL: APROVADO PELO CONSELHO DE CLASSE"
                       TO BOLETIM-LINHA
               WRITE BOLETIM-LINHA
           ELSE
           EVALUATE RESULTADO-ALUNO
               WHEN "A"
                   MOVE "RESULTADO FINAL: APROVADO" TO BOLETIM-LINHA
                   MOVE "RESULTADO FINAL: REPROVADO POR FALTA" TO
                           BOLETIM-LINHA
                   WRITE BOLETIM-LINHA
               WHEN "D"
                   MOVE "RESULTADO FINAL: PROMOVIDO COM DEPENDENCIA" TO
                           BOLETIM-LINHA
                   WRITE BOLETIM-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CON-MANTIDO OF CONSELHO THEN
               MOVE "REPROVACAO MANTIDA PELO CONSELHO DE CLASSE" TO
                       BOLETIM-LINHA
               WRITE BOLETIM-LINHA
           END-IF
           END-IF.

      * Every dependencia the student still owes up to the boletim
      * year, including the ones just created by this year's closing.
       IMPRIME-DEPENDENCIAS.
           MOVE 0 TO TOTAL-DEP-ALUNO.
           MOVE "N" TO FIM-DEPENDENCIAS.
           OPEN INPUT ARQ-DEPENDENCIAS.
           PERFORM LE-DEPENDENCIA UNTIL FIM-DO-ARQ-DEPENDENCIAS.
           CLOSE ARQ-DEPENDENCIAS.

       LE-DEPENDENCIA.
           READ ARQ-DEPENDENCIAS
               AT END
                   MOVE "S" TO FIM-DEPENDENCIAS
               NOT AT END
                   IF DEP-MATRICULA EQUAL ALU-MATRICULA OF ALUNOS(I)
                           AND DEP-PENDENTE
                           AND DEP-ANO-ORIGEM NOT > ANO-BOLETIM THEN
                       PERFORM IMPRIME-UMA-DEPENDENCIA
                   END-IF
           END-READ.

       IMPRIME-UMA-DEPENDENCIA.
           IF TOTAL-DEP-ALUNO EQUAL 0 THEN
               MOVE "DEPENDENCIAS PENDENTES:" TO BOLETIM-LINHA
               WRITE BOLETIM-LINHA
           END-IF.
           ADD 1 TO TOTAL-DEP-ALUNO.
           MOVE DEP-MEDIA-ORIGEM TO MEDIA-EDIT.
           MOVE SPACES TO BOLETIM-LINHA.
           STRING "  " DELIMITED BY SIZE
                  DEP-DISCIPLINA DELIMITED BY SIZE
                  "  ANO " DELIMITED BY SIZE
                  DEP-ANO-ORIGEM DELIMITED BY SIZE
                  "  MEDIA " DELIMITED BY SIZE
                  MEDIA-EDIT DELIMITED BY SIZE
                  INTO BOLETIM-LINHA
           END-STRING.
           WRITE BOLETIM-LINHA.
