               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "HISTORICO.RPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-CONSELHO ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DEPENDENCIAS ASSIGN TO "DEPENDEN.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).
       FD  ARQ-CONSELHO.
       01  CONSELHO-REC.
           COPY ALUCONS.
       FD  ARQ-DEPENDENCIAS.
       01  DEPENDENCIA-REC.
           COPY ALUDEPEN.

       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       01 NOME-ALUNO-HIST PIC X(31) VALUE SPACES.
       01 TURMA-ATUAL-HIST PIC X(4) VALUE SPACES.
       01 MATRICULA-EDIT PIC 9(6).
       01 FIM-CONSELHO PIC X VALUE "N".
           88 FIM-DO-ARQ-CONSELHO VALUE "S".
       01 TOTAL-DECISOES PIC 9(3) VALUE 0.
       01 MEDIA-EDIT PIC Z9.9.
       01 FIM-DEPENDENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DEPENDENCIAS VALUE "S".
       01 TOTAL-DEPENDENCIAS PIC 9(3) VALUE 0.
       01 M PIC 9(2) VALUE 1.
       01 SERIE-TURMA PIC X(2) VALUE SPACES.
       COPY ALUMTZL.
       01 AULAS-ANO PIC 9(4) VALUE 0.
       01 AULAS-ANO-EDIT PIC ZZZ9.
       01 AULAS-SEMANA-EDIT PIC Z9.
       01 TOTAL-AULAS-ANO PIC 9(5) VALUE 0.
       01 TOTAL-AULAS-ANO-EDIT PIC ZZZZ9.
       LINKAGE SECTION.
       COPY ALULISTA.
       SCREEN SECTION.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-EVENTOS.
           PERFORM IMPRIME-MATRIZ.
           PERFORM IMPRIME-DECISOES-CONSELHO.
           PERFORM IMPRIME-DEPENDENCIAS.
           PERFORM IMPRIME-RODAPE.
           CLOSE ARQ-RELATORIO.
           DISPLAY "EVENTOS NO HISTORICO: " TOTAL-EVENTOS.
                   END-IF
           END-READ.

      * The disciplinas of the current serie, in the order of the
      * curriculum matrix, with the weekly and annual class load.
       IMPRIME-MATRIZ.
           CALL "ALUNO-MATRIZ-SERIE" USING TURMA-ATUAL-HIST,
                   SERIE-TURMA, TOTAL-MATRIZ, LISTA-MATRIZ.
           IF TOTAL-MATRIZ NOT EQUAL 0 THEN
               MOVE 0 TO TOTAL-AULAS-ANO
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "MATRIZ CURRICULAR - SERIE " DELIMITED BY SIZE
                      SERIE-TURMA DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "DISCIPLINA AULAS/SEMANA CARGA ANUAL" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               PERFORM IMPRIME-DISCIPLINA-MATRIZ VARYING M FROM 1 BY 1
                       UNTIL M > TOTAL-MATRIZ
               MOVE TOTAL-AULAS-ANO TO TOTAL-AULAS-ANO-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TOTAL                   " DELIMITED BY SIZE
                      TOTAL-AULAS-ANO-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-DISCIPLINA-MATRIZ.
           COMPUTE AULAS-ANO = MTZ-AULAS-SEMANA OF MATRIZ-DISC(M) *
                   MTZ-SEMANAS-LETIVAS.
           ADD AULAS-ANO TO TOTAL-AULAS-ANO.
           MOVE AULAS-ANO TO AULAS-ANO-EDIT.
           MOVE MTZ-AULAS-SEMANA OF MATRIZ-DISC(M) TO AULAS-SEMANA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING MTZ-DISCIPLINA OF MATRIZ-DISC(M) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  AULAS-SEMANA-EDIT DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  AULAS-ANO-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           IF MTZ-NOTA-CONCEITO OF MATRIZ-DISC(M) THEN
               MOVE "CONCEITO" TO RELATORIO-LINHA(37:8)
           END-IF.
           WRITE RELATORIO-LINHA.

      * Council decisions are listed as entered; when a year has
      * more than one the later decision is the one in force.
       IMPRIME-DECISOES-CONSELHO.
           MOVE 0 TO TOTAL-DECISOES.
           MOVE "N" TO FIM-CONSELHO.
           OPEN INPUT ARQ-CONSELHO.
           PERFORM LE-CONSELHO UNTIL FIM-DO-ARQ-CONSELHO.
           CLOSE ARQ-CONSELHO.

       LE-CONSELHO.
           READ ARQ-CONSELHO
               AT END
                   MOVE "S" TO FIM-CONSELHO
               NOT AT END
                   IF CON-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       PERFORM IMPRIME-DECISAO
                   END-IF
           END-READ.

       IMPRIME-DECISAO.
           IF TOTAL-DECISOES EQUAL 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "CONSELHO DE CLASSE" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "ANO   TURMA DATA    MEDIA         DECISAO" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           ADD 1 TO TOTAL-DECISOES.
           MOVE CON-MEDIA TO MEDIA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING CON-ANO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CON-TURMA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CON-DATA-CONSELHO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MEDIA-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           IF CON-APROVADO-CONSELHO THEN
               MOVE "APROVADO PELO CONSELHO" TO RELATORIO-LINHA(35:30)
           ELSE
               MOVE "REPROVACAO MANTIDA" TO RELATORIO-LINHA(35:30)
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "      " DELIMITED BY SIZE
                  CON-JUSTIFICATIVA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-DEPENDENCIAS.
           MOVE 0 TO TOTAL-DEPENDENCIAS.
           MOVE "N" TO FIM-DEPENDENCIAS.
           OPEN INPUT ARQ-DEPENDENCIAS.
           PERFORM LE-DEPENDENCIA UNTIL FIM-DO-ARQ-DEPENDENCIAS.
           CLOSE ARQ-DEPENDENCIAS.

       LE-DEPENDENCIA.
           READ ARQ-DEPENDENCIAS
               AT END
                   MOVE "S" TO FIM-DEPENDENCIAS
               NOT AT END
                   IF DEP-MATRICULA EQUAL MATRICULA-BUSCA THEN
                       PERFORM IMPRIME-DEPENDENCIA
                   END-IF
           END-READ.

       IMPRIME-DEPENDENCIA.
           IF TOTAL-DEPENDENCIAS EQUAL 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "DEPENDENCIAS" TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE "ANO   DISCIPLINA MEDIA  SITUACAO" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           ADD 1 TO TOTAL-DEPENDENCIAS.
           MOVE DEP-MEDIA-ORIGEM TO MEDIA-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING DEP-ANO-ORIGEM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DEP-DISCIPLINA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MEDIA-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           IF DEP-CUMPRIDA THEN
               MOVE DEP-MEDIA-FINAL TO MEDIA-EDIT
               STRING "CUMPRIDA EM " DELIMITED BY SIZE
                      DEP-ANO-CUMPRIDA DELIMITED BY SIZE
                      " MEDIA " DELIMITED BY SIZE
                      MEDIA-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA(25:40)
               END-STRING
           ELSE
               MOVE "PENDENTE" TO RELATORIO-LINHA(25:40)
           END-IF.
           WRITE RELATORIO-LINHA.

       IMPRIME-RODAPE.
           IF TOTAL-EVENTOS EQUAL 0 THEN
               MOVE "NENHUM EVENTO REGISTRADO" TO RELATORIO-LINHA
