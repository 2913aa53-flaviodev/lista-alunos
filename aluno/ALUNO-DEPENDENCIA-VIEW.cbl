       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-DEPENDENCIA-VIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-DEP-NOTAS ASSIGN TO "DEPNOTA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPN-FILE-STATUS.
           SELECT OPTIONAL ARQ-DEPENDENCIAS ASSIGN TO "DEPENDEN.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DEP-NOTAS.
       01  DEP-NOTA-REC.
           COPY ALUDEPNT.
       FD  ARQ-DEPENDENCIAS.
       01  DEPENDENCIA-REC.
           COPY ALUDEPEN.

       WORKING-STORAGE SECTION.
       01 DPN-FILE-STATUS PIC X(2) VALUE "00".
       01 I PIC 9(3) VALUE 1.
       01 DEP-NOTA.
           COPY ALUDEPNT.
       01 RTN-MATRICULA-ACHADA PIC 9(3) VALUE 0.
       01 FIM-DEPENDENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-DEPENDENCIAS VALUE "S".
       01 ANO-ORIGEM-ACHADO PIC 9(4) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 NOME-ALUNO-ECO PIC X(31) VALUE SPACES.
       01 STATUS-DEPENDENCIA PIC X(25) VALUE " ".
       01 CANCELADO PIC X VALUE " ".
       01 CONFIRMA PIC X VALUE " ".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
       SCREEN SECTION.
       01  DEPENDENCIA-SCREEN.
           05  VALUE "NOTA DE DEPENDENCIA" BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "Matricula:"                        LINE 3 COL 10.
           05  MATRICULA-INPUT                           LINE 3 COL 35
                   PIC 9(6) TO DPN-MATRICULA OF DEP-NOTA AUTO.
           05  VALUE "Disciplina:"                       LINE 4 COL 10.
           05  DISCIPLINA-INPUT                          LINE 4 COL 35
                   PIC X(10) TO DPN-DISCIPLINA OF DEP-NOTA AUTO.
           05  VALUE "Ano letivo (0 = atual):"           LINE 5 COL 10.
           05  ANO-INPUT                                 LINE 5 COL 35
                   PIC 9(4) TO DPN-ANO OF DEP-NOTA AUTO.
           05  VALUE "Bimestre (1 a 4):"                 LINE 6 COL 10.
           05  BIMESTRE-INPUT                            LINE 6 COL 35
                   PIC 9 TO DPN-BIMESTRE OF DEP-NOTA AUTO.
           05  VALUE "Nota (0.0 a 10.0):"                LINE 7 COL 10.
           05  NOTA-INPUT                                LINE 7 COL 35
                   PIC 99.9 TO DPN-NOTA OF DEP-NOTA AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 8 COL 10.
           05  CANCELA-INPUT                             LINE 8 COL 35
                           PIC X TO CANCELADO AUTO.
           05   STATUS-DEPENDENCIA-WS                    LINE 9 COL 10
                        PIC X(25) FROM STATUS-DEPENDENCIA.

       01  CONFIRMA-SCREEN.
           05  VALUE "NOTA DE DEPENDENCIA" BLANK SCREEN  LINE 1 COL 10.
           05  VALUE "Aluno:"                            LINE 3 COL 10.
           05  NOME-ECO-WS                               LINE 3 COL 25
                        PIC X(31) FROM NOME-ALUNO-ECO.
           05  VALUE "Disciplina:"                       LINE 4 COL 10.
           05  DISCIPLINA-ECO-WS                         LINE 4 COL 25
                        PIC X(10) FROM DPN-DISCIPLINA OF DEP-NOTA.
           05  VALUE "Reprovado em:"                     LINE 5 COL 10.
           05  ORIGEM-ECO-WS                             LINE 5 COL 25
                        PIC 9(4) FROM ANO-ORIGEM-ACHADO.
           05  VALUE "Confirma o lancamento? (S/N):"     LINE 7 COL 10.
           05  CONFIRMA-INPUT                            LINE 7 COL 45
                           PIC X TO CONFIRMA AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA, OPERADOR-ID.
           PERFORM UNTIL STATUS-DEPENDENCIA EQUAL 'OK'
                   OR CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's'
              PERFORM LANCA-NOTA-DEPENDENCIA
           END-PERFORM.
           MOVE " " TO STATUS-DEPENDENCIA.
           MOVE " " TO CANCELADO.
           MOVE SPACES TO DEP-NOTA.
       EXIT PROGRAM.

       LANCA-NOTA-DEPENDENCIA.
           DISPLAY DEPENDENCIA-SCREEN.
           ACCEPT DEPENDENCIA-SCREEN.
           MOVE SPACES TO STATUS-DEPENDENCIA.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
               IF DPN-ANO OF DEP-NOTA EQUAL 0 THEN
                   ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD
                   MOVE DATA-COMPLETA(1:4) TO DPN-ANO OF DEP-NOTA
               END-IF
               PERFORM VERIFICA-MATRICULA
               IF RTN-MATRICULA-ACHADA EQUAL 0 THEN
                   MOVE "MATRICULA INEXISTENTE" TO STATUS-DEPENDENCIA
               ELSE
               IF DPN-BIMESTRE OF DEP-NOTA < 1 OR
                       DPN-BIMESTRE OF DEP-NOTA > 4 THEN
                   MOVE "BIMESTRE INVALIDO" TO STATUS-DEPENDENCIA
               ELSE
               IF DPN-NOTA OF DEP-NOTA > 10.0 THEN
                   MOVE "NOTA INVALIDA" TO STATUS-DEPENDENCIA
               ELSE
                   PERFORM BUSCA-DEPENDENCIA
                   IF ANO-ORIGEM-ACHADO EQUAL 0 THEN
                       MOVE "SEM DEPENDENCIA PENDENTE" TO
                               STATUS-DEPENDENCIA
                   ELSE
                       PERFORM CONFIRMA-ALUNO
                       IF CONFIRMA EQUAL 'S' OR CONFIRMA EQUAL 's' THEN
                           PERFORM GRAVA-NOTA-DEPENDENCIA
                           MOVE "OK" TO STATUS-DEPENDENCIA
                           DISPLAY "NOTA DE DEPENDENCIA LANCADA - "
                                   "MATRICULA "
                                   DPN-MATRICULA OF DEP-NOTA
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
                       DPN-MATRICULA OF DEP-NOTA THEN
                   MOVE I TO RTN-MATRICULA-ACHADA
               END-IF
           END-PERFORM.

      * The grade goes to the oldest dependencia still pending in the
      * disciplina from a year before the one being graded.
       BUSCA-DEPENDENCIA.
           MOVE 0 TO ANO-ORIGEM-ACHADO.
           MOVE "N" TO FIM-DEPENDENCIAS.
           OPEN INPUT ARQ-DEPENDENCIAS.
           PERFORM LE-DEPENDENCIA UNTIL FIM-DO-ARQ-DEPENDENCIAS.
           CLOSE ARQ-DEPENDENCIAS.

       LE-DEPENDENCIA.
           READ ARQ-DEPENDENCIAS
               AT END
                   MOVE "S" TO FIM-DEPENDENCIAS
               NOT AT END
                   IF DEP-MATRICULA EQUAL DPN-MATRICULA OF DEP-NOTA AND
                           DEP-DISCIPLINA EQUAL
                                   DPN-DISCIPLINA OF DEP-NOTA AND
                           DEP-PENDENTE AND
                           DEP-ANO-ORIGEM < DPN-ANO OF DEP-NOTA THEN
                       IF ANO-ORIGEM-ACHADO EQUAL 0 OR
                               DEP-ANO-ORIGEM < ANO-ORIGEM-ACHADO THEN
                           MOVE DEP-ANO-ORIGEM TO ANO-ORIGEM-ACHADO
                       END-IF
                   END-IF
           END-READ.

       CONFIRMA-ALUNO.
           MOVE SPACES TO NOME-ALUNO-ECO.
           STRING ALU-NOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS(RTN-MATRICULA-ACHADA)
                          DELIMITED BY SIZE
                  INTO NOME-ALUNO-ECO
           END-STRING.
           MOVE " " TO CONFIRMA.
           DISPLAY CONFIRMA-SCREEN.
           ACCEPT CONFIRMA-SCREEN.

       GRAVA-NOTA-DEPENDENCIA.
           OPEN EXTEND ARQ-DEP-NOTAS.
           IF DPN-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-DEP-NOTAS
           END-IF.
           MOVE ANO-ORIGEM-ACHADO TO DPN-ANO-ORIGEM OF DEP-NOTA.
           MOVE DEP-NOTA TO DEP-NOTA-REC.
           ACCEPT DPN-DATA OF DEP-NOTA-REC FROM DATE.
           MOVE OPERADOR-ID TO DPN-OPERADOR OF DEP-NOTA-REC.
           WRITE DEP-NOTA-REC.
           CLOSE ARQ-DEP-NOTAS.
