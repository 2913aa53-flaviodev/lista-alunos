       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-PARAMETRO-FINANCEIRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-PARAMETRO-FIN ASSIGN TO "PARFIN.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARAMETRO-FIN.
       01  PARAMETRO-FIN-REC.
           COPY ALUPFIN.

       WORKING-STORAGE SECTION.
       01 FIM-PARAMETRO-FIN PIC X VALUE "N".
           88 FIM-DO-ARQ-PARAMETRO-FIN VALUE "S".
       LINKAGE SECTION.
       01 PARAMETRO-FIN.
           COPY ALUPFIN.

       PROCEDURE DIVISION USING PARAMETRO-FIN.
           PERFORM CARREGA-PADRAO.
           MOVE "N" TO FIM-PARAMETRO-FIN.
           OPEN INPUT ARQ-PARAMETRO-FIN.
           READ ARQ-PARAMETRO-FIN
               AT END
                   MOVE "S" TO FIM-PARAMETRO-FIN
               NOT AT END
                   MOVE PARAMETRO-FIN-REC TO PARAMETRO-FIN
           END-READ.
           CLOSE ARQ-PARAMETRO-FIN.
           IF PFI-DIA-VENCIMENTO OF PARAMETRO-FIN EQUAL 0 THEN
               PERFORM CARREGA-PADRAO
           END-IF.
           IF PFI-CONTA-BANCO OF PARAMETRO-FIN EQUAL SPACES OR
                   PFI-CONTA-BANCO OF PARAMETRO-FIN EQUAL LOW-VALUES
                   THEN
               PERFORM CARREGA-CONTAS-PADRAO
           END-IF.
       EXIT PROGRAM.

       CARREGA-PADRAO.
           MOVE 10 TO PFI-DIA-VENCIMENTO OF PARAMETRO-FIN.
           MOVE 2.00 TO PFI-MULTA-PERCENTUAL OF PARAMETRO-FIN.
           MOVE 0.033 TO PFI-JUROS-DIA OF PARAMETRO-FIN.
           MOVE 10.00 TO PFI-DESCONTO-IRMAO OF PARAMETRO-FIN.
           PERFORM CARREGA-CONTAS-PADRAO.

      * Records written before the chart accounts were added to
      * PARFIN come back without them.
       CARREGA-CONTAS-PADRAO.
           MOVE "1.1.1.02" TO PFI-CONTA-BANCO OF PARAMETRO-FIN.
           MOVE "3.1.1.01" TO PFI-CONTA-RECEITA OF PARAMETRO-FIN.
           MOVE "3.1.2.01" TO PFI-CONTA-JUROS OF PARAMETRO-FIN.
           MOVE "3.1.9.01" TO PFI-CONTA-DESCONTO OF PARAMETRO-FIN.
