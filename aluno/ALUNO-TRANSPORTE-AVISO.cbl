       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-TRANSPORTE-AVISO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-TRANSPORTE ASSIGN TO "TRANSPOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TURMAS ASSIGN TO "TURMA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-REVISAO ASSIGN TO "TRANSREV.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRANSPORTE.
       01  TRANSPORTE-REC.
           COPY ALUTRANS.
       FD  ARQ-TURMAS.
       01  TURMA-REC.
           COPY ALUTURM.
       FD  ARQ-REVISAO.
       01  REVISAO-REC.
           COPY ALUTRREV.

       WORKING-STORAGE SECTION.
       01 TRR-FILE-STATUS PIC X(2) VALUE "00".
       01 FIM-TRANSPORTE PIC X VALUE "N".
           88 FIM-DO-ARQ-TRANSPORTE VALUE "S".
       01 FIM-TURMAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TURMAS VALUE "S".
       01 PASSAGEIRO PIC X VALUE "N".
           88 E-PASSAGEIRO VALUE "S".
       01 TURNO-ANTERIOR PIC X(1) VALUE SPACES.
       01 TURNO-NOVO PIC X(1) VALUE SPACES.
       01 MOTIVO-AVISO PIC X(15) VALUE SPACES.
       01 MOMENTO-AVISO.
           05 MOMENTO-DATA PIC 9(8).
           05 MOMENTO-HORA PIC 9(8).
       LINKAGE SECTION.
       01 AVISO-OPERACAO PIC X(10).
       01 ALUNO.
           COPY ALUREG.
       01 TURMA-ANTERIOR PIC X(4).
       01 OPERADOR-ID PIC X(8).

      * Called after a withdrawal ("DESLIGA"), a turma transfer
      * ("TURMA"), a transfer between units ("UNIDADE") or a
      * promotion ("PROMOCAO") has been applied to ALUNO.  When the
      * student rides a school van, a review notice is appended to
      * TRANSREV.DAT for the transport desk; a turma transfer only
      * raises one when the new turma runs in another turno, since
      * the route serves a single turno.  The notice is
      * only appended, so it never waits on the transport screen.
       PROCEDURE DIVISION USING AVISO-OPERACAO, ALUNO, TURMA-ANTERIOR,
                    OPERADOR-ID.
           PERFORM VERIFICA-PASSAGEIRO.
           IF E-PASSAGEIRO THEN
               MOVE SPACES TO MOTIVO-AVISO
               EVALUATE AVISO-OPERACAO
                   WHEN "DESLIGA"
                       MOVE "DESLIGAMENTO" TO MOTIVO-AVISO
                   WHEN "PROMOCAO"
                       MOVE "PROMOCAO" TO MOTIVO-AVISO
                   WHEN "UNIDADE"
                       MOVE "MUDA DE UNIDADE" TO MOTIVO-AVISO
                   WHEN "TURMA"
                       PERFORM COMPARA-TURNOS
                       IF TURNO-ANTERIOR NOT EQUAL TURNO-NOVO THEN
                           MOVE "TROCA DE TURNO" TO MOTIVO-AVISO
                       END-IF
               END-EVALUATE
               IF MOTIVO-AVISO NOT EQUAL SPACES THEN
                   PERFORM GRAVA-AVISO
               END-IF
           END-IF.
       EXIT PROGRAM.

       VERIFICA-PASSAGEIRO.
           MOVE "N" TO PASSAGEIRO.
           MOVE "N" TO FIM-TRANSPORTE.
           OPEN INPUT ARQ-TRANSPORTE.
           PERFORM LE-TRANSPORTE
                   UNTIL FIM-DO-ARQ-TRANSPORTE OR E-PASSAGEIRO.
           CLOSE ARQ-TRANSPORTE.

       LE-TRANSPORTE.
           READ ARQ-TRANSPORTE
               AT END
                   MOVE "S" TO FIM-TRANSPORTE
               NOT AT END
                   IF TRA-MATRICULA EQUAL ALU-MATRICULA OF ALUNO THEN
                       MOVE "S" TO PASSAGEIRO
                   END-IF
           END-READ.

       COMPARA-TURNOS.
           MOVE SPACES TO TURNO-ANTERIOR.
           MOVE SPACES TO TURNO-NOVO.
           MOVE "N" TO FIM-TURMAS.
           OPEN INPUT ARQ-TURMAS.
           PERFORM LE-TURMA UNTIL FIM-DO-ARQ-TURMAS.
           CLOSE ARQ-TURMAS.

       LE-TURMA.
           READ ARQ-TURMAS
               AT END
                   MOVE "S" TO FIM-TURMAS
               NOT AT END
                   IF TUR-CODIGO EQUAL TURMA-ANTERIOR THEN
                       MOVE TUR-TURNO TO TURNO-ANTERIOR
                   END-IF
                   IF TUR-CODIGO EQUAL ALU-TURMA OF ALUNO THEN
                       MOVE TUR-TURNO TO TURNO-NOVO
                   END-IF
           END-READ.

       GRAVA-AVISO.
           OPEN EXTEND ARQ-REVISAO.
           IF TRR-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-REVISAO
           END-IF.
           ACCEPT MOMENTO-DATA FROM DATE YYYYMMDD.
           ACCEPT MOMENTO-HORA FROM TIME.
           MOVE ALU-MATRICULA OF ALUNO TO TRR-MATRICULA.
           MOVE MOMENTO-AVISO TO TRR-MOMENTO.
           MOVE MOTIVO-AVISO TO TRR-MOTIVO.
           MOVE TURMA-ANTERIOR TO TRR-TURMA-ANTERIOR.
           MOVE ALU-TURMA OF ALUNO TO TRR-TURMA-NOVA.
           MOVE OPERADOR-ID TO TRR-OPERADOR.
           WRITE REVISAO-REC.
           CLOSE ARQ-REVISAO.
