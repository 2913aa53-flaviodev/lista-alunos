       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-CONSELHO-ATA AS "ALUCONAT".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-CONSELHO ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "ATACONS.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-CONSELHO.
       01  CONSELHO-REC.
           COPY ALUCONS.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 NOME-RELATORIO PIC X(12) VALUE "ATACONS.RPT".
       COPY ALULISTA.
       01 I PIC 9(3) VALUE 1.
       01 C PIC 9(3) VALUE 1.
       01 T PIC 9(3) VALUE 1.
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       01 FIM-CONSELHO PIC X VALUE "N".
           88 FIM-DO-ARQ-CONSELHO VALUE "S".
       01 DATA-SESSAO-ALPHA PIC X(8) VALUE SPACES.
       01 DATA-SESSAO PIC 9(8) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 TOTAL-DECISOES PIC 9(3) VALUE 0.
       01 LISTA-DECISOES.
           05 DECISOES OCCURS 500 TIMES.
               COPY ALUCONS REPLACING ==05== BY ==10==.
       01 DECISAO-ACHADA PIC 9(3) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TURMAS-ATA PIC 9(3) VALUE 0.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       01 TAB-TURMAS-ATA.
           05 TURMAS-ATA OCCURS TUR-MAX-TURMAS TIMES PIC X(4).
       01 MEMBROS-IMPRESSOS PIC X(60) VALUE SPACES.
       01 NOME-ALUNO PIC X(31) VALUE SPACES.
       01 TOTAL-APROVADOS-CONSELHO PIC 9(5) VALUE 0.
       01 TOTAL-MANTIDOS-CONSELHO PIC 9(5) VALUE 0.
       01 QTDE-TURMA PIC 9(3) VALUE 0.
       01 MEDIA-EDIT PIC Z9.9.
       01 QTDE-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           ACCEPT DATA-SESSAO-ALPHA.
           IF DATA-SESSAO-ALPHA IS NUMERIC AND
                   DATA-SESSAO-ALPHA NOT EQUAL "00000000" THEN
               MOVE DATA-SESSAO-ALPHA TO DATA-SESSAO
           ELSE
               ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD
               MOVE DATA-COMPLETA TO DATA-SESSAO
           END-IF.
           PERFORM CARREGA-MASTER-ATUAL.
           PERFORM CARREGA-DECISOES.
           PERFORM MONTA-TURMAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           IF TOTAL-DECISOES EQUAL 0 THEN
               MOVE "NENHUMA DECISAO REGISTRADA NESTA SESSAO" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-ATA
               PERFORM IMPRIME-TOTAL-GERAL
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       CARREGA-MASTER-ATUAL.
           MOVE "N" TO FIM-MASTER.
           MOVE 0 TO TOTAL-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
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

      * Only decisions taken at the session date go in the ata.  A
      * decision re-entered in the same session replaces the earlier
      * one for that matricula/ano.
       CARREGA-DECISOES.
           MOVE "N" TO FIM-CONSELHO.
           MOVE 0 TO TOTAL-DECISOES.
           OPEN INPUT ARQ-CONSELHO.
           PERFORM LE-CONSELHO UNTIL FIM-DO-ARQ-CONSELHO.
           CLOSE ARQ-CONSELHO.

       LE-CONSELHO.
           READ ARQ-CONSELHO
               AT END
                   MOVE "S" TO FIM-CONSELHO
               NOT AT END
                   IF CON-DATA-CONSELHO OF CONSELHO-REC EQUAL
                           DATA-SESSAO THEN
                       PERFORM GUARDA-DECISAO
                   END-IF
           END-READ.

       GUARDA-DECISAO.
           MOVE 0 TO DECISAO-ACHADA.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > TOTAL-DECISOES OR DECISAO-ACHADA NOT
                           EQUAL 0
               IF CON-MATRICULA OF DECISOES(C) EQUAL
                       CON-MATRICULA OF CONSELHO-REC AND
                       CON-ANO OF DECISOES(C) EQUAL
                       CON-ANO OF CONSELHO-REC THEN
                   MOVE C TO DECISAO-ACHADA
               END-IF
           END-PERFORM.
           IF DECISAO-ACHADA EQUAL 0 AND TOTAL-DECISOES < 500 THEN
               ADD 1 TO TOTAL-DECISOES
               MOVE TOTAL-DECISOES TO DECISAO-ACHADA
           END-IF.
           IF DECISAO-ACHADA NOT EQUAL 0 THEN
               MOVE CONSELHO-REC TO DECISOES(DECISAO-ACHADA)
           END-IF.

       MONTA-TURMAS.
           MOVE 0 TO TOTAL-TURMAS-ATA.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOTAL-DECISOES
               MOVE 0 TO TURMA-ACHADA
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-ATA
                       OR TURMA-ACHADA NOT EQUAL 0
                   IF TURMAS-ATA(T) EQUAL CON-TURMA OF DECISOES(C)
                           THEN
                       MOVE T TO TURMA-ACHADA
                   END-IF
               END-PERFORM
               IF TURMA-ACHADA EQUAL 0 AND
                       TOTAL-TURMAS-ATA < TUR-MAX-TURMAS THEN
                   ADD 1 TO TOTAL-TURMAS-ATA
                   MOVE CON-TURMA OF DECISOES(C)
                           TO TURMAS-ATA(TOTAL-TURMAS-ATA)
               END-IF
           END-PERFORM.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ATA DO CONSELHO DE CLASSE - SESSAO DE "
                      DELIMITED BY SIZE
                  DATA-SESSAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-SESSAO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-SESSAO(1:4) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * The members present are printed under the turma heading and
      * again only if they change from one decision to the next.
       IMPRIME-TURMA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA " DELIMITED BY SIZE
                  TURMAS-ATA(T) DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO MEMBROS-IMPRESSOS.
           MOVE 0 TO QTDE-TURMA.
           PERFORM IMPRIME-DECISAO VARYING C FROM 1 BY 1
                   UNTIL C > TOTAL-DECISOES.
           MOVE QTDE-TURMA TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DECISOES NA TURMA: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-DECISAO.
           IF CON-TURMA OF DECISOES(C) EQUAL TURMAS-ATA(T) THEN
               ADD 1 TO QTDE-TURMA
               IF CON-MEMBROS OF DECISOES(C) NOT EQUAL
                       MEMBROS-IMPRESSOS THEN
                   MOVE CON-MEMBROS OF DECISOES(C)
                           TO MEMBROS-IMPRESSOS
                   MOVE "MEMBROS PRESENTES:" TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE MEMBROS-IMPRESSOS TO RELATORIO-LINHA(3:60)
                   WRITE RELATORIO-LINHA
                   MOVE "MATRIC NOME" TO RELATORIO-LINHA
                   MOVE "ANO  MEDIA RESULTADO   DECISAO"
                           TO RELATORIO-LINHA(33:30)
                   WRITE RELATORIO-LINHA
               END-IF
               PERFORM BUSCA-NOME-ALUNO
               MOVE SPACES TO RELATORIO-LINHA
               MOVE CON-MATRICULA OF DECISOES(C)
                       TO RELATORIO-LINHA(1:6)
               MOVE NOME-ALUNO TO RELATORIO-LINHA(8:24)
               MOVE CON-ANO OF DECISOES(C) TO RELATORIO-LINHA(33:4)
               MOVE CON-MEDIA OF DECISOES(C) TO MEDIA-EDIT
               MOVE MEDIA-EDIT TO RELATORIO-LINHA(39:4)
               IF CON-RESULTADO-ORIGINAL OF DECISOES(C) EQUAL "F"
                       THEN
                   MOVE "REPR.FALTA" TO RELATORIO-LINHA(44:10)
               ELSE
                   MOVE "REPROVADO" TO RELATORIO-LINHA(44:10)
               END-IF
               IF CON-APROVADO-CONSELHO OF DECISOES(C) THEN
                   MOVE "APROVADO PELO CONSELHO" TO
                           RELATORIO-LINHA(56:22)
                   ADD 1 TO TOTAL-APROVADOS-CONSELHO
               ELSE
                   MOVE "MANTIDO" TO RELATORIO-LINHA(56:22)
                   ADD 1 TO TOTAL-MANTIDOS-CONSELHO
               END-IF
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "       JUSTIFICATIVA: " DELIMITED BY SIZE
                      CON-JUSTIFICATIVA OF DECISOES(C)
                          DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       BUSCA-NOME-ALUNO.
           MOVE "(FORA DO CADASTRO)" TO NOME-ALUNO.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL
                       CON-MATRICULA OF DECISOES(C) THEN
                   MOVE SPACES TO NOME-ALUNO
                   STRING ALU-NOME OF ALUNOS(I) DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          ALU-SOBRENOME OF ALUNOS(I)
                                  DELIMITED BY "  "
                          INTO NOME-ALUNO
                   END-STRING
               END-IF
           END-PERFORM.

       IMPRIME-TOTAL-GERAL.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-APROVADOS-CONSELHO TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "APROVADOS PELO CONSELHO: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-MANTIDOS-CONSELHO TO QTDE-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REPROVACOES MANTIDAS ..: " DELIMITED BY SIZE
                  QTDE-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-SUMARIO.
           DISPLAY "ATA DO CONSELHO DE CLASSE - SESSAO " DATA-SESSAO.
           DISPLAY "DECISOES ..............: " TOTAL-DECISOES.
           DISPLAY "APROVADOS PELO CONSELHO: " TOTAL-APROVADOS-CONSELHO.
           DISPLAY "REPROVACOES MANTIDAS ..: " TOTAL-MANTIDOS-CONSELHO.
           DISPLAY "RELATORIO GRAVADO EM ATACONS.RPT".
