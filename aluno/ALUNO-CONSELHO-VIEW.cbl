       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-CONSELHO-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-CONSELHO ASSIGN TO "CONSELHO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CON-FILE-STATUS.
           SELECT OPTIONAL ARQ-RESULTADO ASSIGN TO "RESULTADO.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONSELHO.
       01  CONSELHO-REC.
           COPY ALUCONS.
       FD  ARQ-RESULTADO.
       01  RESULTADO-REC.
           COPY ALURESUL.

       WORKING-STORAGE SECTION.
       01 CON-FILE-STATUS PIC X(2) VALUE "00".
       01 I PIC 9(3) VALUE 1.
       01 CONSELHO.
           COPY ALUCONS.
       01 CONSELHO-ANTERIOR.
           COPY ALUCONS.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 FIM-RESULTADO PIC X VALUE "N".
           88 FIM-DO-RESULTADO VALUE "S".
       01 RESULTADO-ALUNO PIC X(1) VALUE " ".
       01 MEDIA-ALUNO PIC 9(2)V9(1) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 NOME-ALUNO-ECO PIC X(31) VALUE SPACES.
       01 VEREDITO-ECO PIC X(25) VALUE SPACES.
       01 ANTERIOR-ECO PIC X(40) VALUE SPACES.
       01 STATUS-CONSELHO PIC X(30) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 CONFIRMA PIC X VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  CONSELHO-SCREEN.
           05  VALUE "CONSELHO DE CLASSE" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 35
                   PIC 9(6) TO CON-MATRICULA OF CONSELHO AUTO.
           05  VALUE "Ano letivo:"                       LINE 4 COL 10.
           05  ANO-INPUT                                 LINE 4 COL 35
                   PIC 9(4) TO CON-ANO OF CONSELHO AUTO.
           05  VALUE "Decisao (A=aprovado, M=mantido):"  LINE 5 COL 10.
           05  DECISAO-INPUT                             LINE 5 COL 45
                   PIC X TO CON-DECISAO OF CONSELHO AUTO.
           05  VALUE "Data do conselho (0 = hoje):"      LINE 6 COL 10.
           05  DATA-INPUT                                LINE 6 COL 45
                   PIC 9(8) TO CON-DATA-CONSELHO OF CONSELHO AUTO.
           05  VALUE "Justificativa:"                    LINE 8 COL 10.
           05  JUSTIFICATIVA-INPUT                       LINE 9 COL 10
                   PIC X(60) TO CON-JUSTIFICATIVA OF CONSELHO.
           05  VALUE "Membros presentes:"                LINE 11 COL 10.
           05  MEMBROS-INPUT                             LINE 12 COL 10
                   PIC X(60) TO CON-MEMBROS OF CONSELHO.
           05  VALUE "Cancelar (S/N):"                   LINE 14 COL 10.
           05  CANCELA-INPUT                             LINE 14 COL 35
                           PIC X TO CANCELADO AUTO.
           05   STATUS-CONSELHO-WS                       LINE 16 COL 10
                        PIC X(30) FROM STATUS-CONSELHO.

       01  CONFIRMA-SCREEN.
           05  VALUE "CONSELHO DE CLASSE" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Aluno:"                            LINE 3 COL 10.
           05  NOME-ECO-WS                               LINE 3 COL 25
                        PIC X(31) FROM NOME-ALUNO-ECO.
           05  VALUE "Resultado:"                        LINE 4 COL 10.
           05  VEREDITO-ECO-WS                           LINE 4 COL 25
                        PIC X(25) FROM VEREDITO-ECO.
           05  ANTERIOR-ECO-WS                           LINE 5 COL 10
                        PIC X(40) FROM ANTERIOR-ECO.
           05  VALUE "Confirma a decisao? (S/N):"        LINE 7 COL 10.
           05  CONFIRMA-INPUT                            LINE 7 COL 45
                           PIC X TO CONFIRMA AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           PERFORM UNTIL STATUS-CONSELHO EQUAL 'OK'
                   OR CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM REGISTRA-DECISAO
           END-PERFORM.
           MOVE " " TO STATUS-CONSELHO.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO CONSELHO.
       EXIT PROGRAM.

       REGISTRA-DECISAO.
           DISPLAY CONSELHO-SCREEN.
           ACCEPT CONSELHO-SCREEN.
           MOVE SPACES TO STATUS-CONSELHO.
           IF CON-DECISAO OF CONSELHO EQUAL "a" THEN
               MOVE "A" TO CON-DECISAO OF CONSELHO
           END-IF.
           IF CON-DECISAO OF CONSELHO EQUAL "m" THEN
               MOVE "M" TO CON-DECISAO OF CONSELHO
           END-IF.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               PERFORM VERIFICA-MATRICULA
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-CONSELHO
               ELSE
               IF NOT CON-APROVADO-CONSELHO OF CONSELHO AND
                       NOT CON-MANTIDO OF CONSELHO THEN
                   MOVE "DECISAO INVALIDA" TO STATUS-CONSELHO
               ELSE
               IF CON-JUSTIFICATIVA OF CONSELHO EQUAL SPACES THEN
                   MOVE "JUSTIFICATIVA OBRIGATORIA" TO STATUS-CONSELHO
               ELSE
               IF CON-MEMBROS OF CONSELHO EQUAL SPACES THEN
                   MOVE "INFORME OS MEMBROS PRESENTES" TO
                           STATUS-CONSELHO
               ELSE
                   PERFORM BUSCA-RESULTADO
                   IF RESULTADO-ALUNO NOT EQUAL "R" AND
                           RESULTADO-ALUNO NOT EQUAL "F" THEN
                       MOVE "ALUNO NAO REPROVADO NO ANO" TO
                               STATUS-CONSELHO
                   ELSE
                       PERFORM CONFIRMA-DECISAO
                       IF CONFIRMA EQUAL 'S' OR CONFIRMA EQUAL 's' THEN
                           PERFORM GRAVA-DECISAO
                           MOVE "OK" TO STATUS-CONSELHO
                           DISPLAY "DECISAO REGISTRADA - MATRICULA "
                                   CON-MATRICULA OF CONSELHO
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       VERIFICA-MATRICULA.
           MOVE 0 TO RTN-MATRICULA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-ALUNOS OR
                           RTN-MATRICULA-ACHADA NOT EQUAL 0
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL
                       CON-MATRICULA OF CONSELHO THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

       BUSCA-RESULTADO.
           MOVE " " TO RESULTADO-ALUNO.
           MOVE 0 TO MEDIA-ALUNO.
           MOVE "N" TO FIM-RESULTADO.
           OPEN INPUT ARQ-RESULTADO.
           PERFORM LE-RESULTADO UNTIL FIM-DO-RESULTADO.
           CLOSE ARQ-RESULTADO.

       LE-RESULTADO.
           READ ARQ-RESULTADO
               AT END
                   MOVE "S" TO FIM-RESULTADO
               NOT AT END
                   IF RES-MATRICULA EQUAL
                           CON-MATRICULA OF CONSELHO AND
                           RES-ANO EQUAL CON-ANO OF CONSELHO THEN
                       MOVE RES-RESULTADO TO RESULTADO-ALUNO
                       MOVE RES-MEDIA TO MEDIA-ALUNO
                   END-IF
           END-READ.

      * A second decision for the same matricula/ano is allowed (the
      * council may revisit it) but the operator is shown the one it
      * replaces before confirming.
       CONFIRMA-DECISAO.
           MOVE SPACES TO NOME-ALUNO-ECO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  INTO NOME-ALUNO-ECO
           END-STRING.
           IF RESULTADO-ALUNO EQUAL "F" THEN
               MOVE "REPROVADO POR FALTA" TO VEREDITO-ECO
           ELSE
               MOVE "REPROVADO" TO VEREDITO-ECO
           END-IF.
           CALL "ALUNO-CONSELHO-DECISAO" USING
                   CON-MATRICULA OF CONSELHO, CON-ANO OF CONSELHO,
                   CONSELHO-ANTERIOR.
           MOVE SPACES TO ANTERIOR-ECO.
           IF CON-APROVADO-CONSELHO OF CONSELHO-ANTERIOR THEN
               STRING "SUBSTITUI: APROVADO PELO CONSELHO EM "
                          DELIMITED BY SIZE
                      CON-DATA-CONSELHO OF CONSELHO-ANTERIOR
                          DELIMITED BY SIZE
                      INTO ANTERIOR-ECO
               END-STRING
           END-IF.
           IF CON-MANTIDO OF CONSELHO-ANTERIOR THEN
               STRING "SUBSTITUI: MANTIDO PELO CONSELHO EM "
                          DELIMITED BY SIZE
                      CON-DATA-CONSELHO OF CONSELHO-ANTERIOR
                          DELIMITED BY SIZE
                      INTO ANTERIOR-ECO
               END-STRING
           END-IF.
           MOVE " " TO CONFIRMA.
           DISPLAY CONFIRMA-SCREEN.
           ACCEPT CONFIRMA-SCREEN.

       GRAVA-DECISAO.
           OPEN EXTEND ARQ-CONSELHO.
           IF CON-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-CONSELHO
           END-IF.
           IF CON-DATA-CONSELHO OF CONSELHO EQUAL 0 THEN
               ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD
               MOVE DATA-COMPLETA TO CON-DATA-CONSELHO OF CONSELHO
           END-IF.
           MOVE ALU-TURMA OF ALUNOS(RTN-MATRICULA-ACHADA)
                   TO CON-TURMA OF CONSELHO.
           MOVE RESULTADO-ALUNO TO CON-RESULTADO-ORIGINAL OF CONSELHO.
           MOVE MEDIA-ALUNO TO CON-MEDIA OF CONSELHO.
           MOVE CONSELHO TO CONSELHO-REC.
           ACCEPT CON-DATA-REGISTRO OF CONSELHO-REC FROM DATE.
           MOVE OPERADOR-ID TO CON-OPERADOR OF CONSELHO-REC.
           WRITE CONSELHO-REC.
           CLOSE ARQ-CONSELHO.
