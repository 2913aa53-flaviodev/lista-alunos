       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-PARAMETRO-RETENCAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-RETENCAO ASSIGN TO "RETENCAO.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETENCAO.
       01  RETENCAO-REC.
           COPY ALURETEN.

       WORKING-STORAGE SECTION.
       01 FIM-RETENCAO PIC X VALUE "N".
           88 FIM-DO-ARQ-RETENCAO VALUE "S".
       LINKAGE SECTION.
       01 RETENCAO.
           COPY ALURETEN.

      * A zero period is a valid setting (keep the category), so the
      * standard periods are only used when there is no record yet.
       PROCEDURE DIVISION USING RETENCAO.
           PERFORM CARREGA-PADRAO.
           MOVE "N" TO FIM-RETENCAO.
           OPEN INPUT ARQ-RETENCAO.
           READ ARQ-RETENCAO
               AT END
                   MOVE "S" TO FIM-RETENCAO
               NOT AT END
                   MOVE RETENCAO-REC TO RETENCAO
           END-READ.
           CLOSE ARQ-RETENCAO.
       EXIT PROGRAM.

       CARREGA-PADRAO.
           MOVE 5 TO RTC-ANOS-CADASTRO OF RETENCAO.
           MOVE 2 TO RTC-ANOS-RESPONSAVEL OF RETENCAO.
           MOVE 2 TO RTC-ANOS-SAUDE OF RETENCAO.
           MOVE 3 TO RTC-ANOS-OCORRENCIA OF RETENCAO.
           MOVE 5 TO RTC-ANOS-ATESTADO OF RETENCAO.
           MOVE 5 TO RTC-ANOS-FINANCEIRO OF RETENCAO.
