       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-DESCONTO-RELATORIO AS "ALUDESCR".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-DESCONTOS-APLICADOS
               ASSIGN TO "DESCAPL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "DESCONTO.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DESCONTOS-APLICADOS.
       01  DESCONTO-APLICADO-REC.
           COPY ALUDESCA.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 NOME-RELATORIO PIC X(12) VALUE "DESCONTO.RPT".
       01 FIM-DESCONTOS PIC X VALUE "N".
           88 FIM-DO-ARQ-DESCONTOS VALUE "S".
       01 ANO-RELATORIO-ALPHA PIC X(4) VALUE SPACES.
       01 MES-RELATORIO-ALPHA PIC X(2) VALUE SPACES.
       01 ANO-RELATORIO PIC 9(4) VALUE 0.
       01 MES-RELATORIO PIC 9(2) VALUE 0.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 T PIC 9(3) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 TURMA-ACHADA PIC 9(3) VALUE 0.
       COPY ALUTURML.
       01 TOTAL-TURMAS-DS PIC 9(3) VALUE 0.
       01 TAB-TURMAS-DS.
           05 TURMAS-DS OCCURS TUR-MAX-TURMAS TIMES.
               10 TDS-TURMA PIC X(4).
               10 TDS-QTDE PIC 9(4).
               10 TDS-INTEGRAL PIC 9(7)V9(2).
               10 TDS-PARCIAL PIC 9(7)V9(2).
               10 TDS-IRMAO PIC 9(7)V9(2).
               10 TDS-FUNCIONARIO PIC 9(7)V9(2).
               10 TDS-TOTAL PIC 9(7)V9(2).
       01 GERAL-QTDE PIC 9(5) VALUE 0.
       01 GERAL-INTEGRAL PIC 9(7)V9(2) VALUE 0.
       01 GERAL-PARCIAL PIC 9(7)V9(2) VALUE 0.
       01 GERAL-IRMAO PIC 9(7)V9(2) VALUE 0.
       01 GERAL-FUNCIONARIO PIC 9(7)V9(2) VALUE 0.
       01 GERAL-TOTAL PIC 9(7)V9(2) VALUE 0.
       01 GERAL-AUTOMATICO PIC 9(7)V9(2) VALUE 0.
       01 QTDE-EDIT PIC ZZZZ9.
       01 VALOR-EDIT PIC ZZZZZZ9.99.
       01 TOTAL-LIDOS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT ANO-RELATORIO-ALPHA.
           ACCEPT MES-RELATORIO-ALPHA.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           IF ANO-RELATORIO-ALPHA IS NUMERIC AND
                   ANO-RELATORIO-ALPHA NOT EQUAL "0000" THEN
               MOVE ANO-RELATORIO-ALPHA TO ANO-RELATORIO
           ELSE
               MOVE DATA-COMPLETA(1:4) TO ANO-RELATORIO
           END-IF.
           IF MES-RELATORIO-ALPHA IS NUMERIC AND
                   MES-RELATORIO-ALPHA NOT EQUAL "00" THEN
               MOVE MES-RELATORIO-ALPHA TO MES-RELATORIO
           ELSE
               MOVE DATA-COMPLETA(5:2) TO MES-RELATORIO
           END-IF.
           PERFORM ACUMULA-DESCONTOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           IF TOTAL-TURMAS-DS EQUAL 0 THEN
               MOVE "NENHUM DESCONTO CONCEDIDO NO MES" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           ELSE
               PERFORM IMPRIME-TURMA VARYING T FROM 1 BY 1
                       UNTIL T > TOTAL-TURMAS-DS
               PERFORM IMPRIME-TOTAL-GERAL
           END-IF.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           DISPLAY "DESCONTOS " ANO-RELATORIO "/" MES-RELATORIO.
           DISPLAY "REGISTROS DO MES ..: " TOTAL-LIDOS.
           DISPLAY "TURMAS ............: " TOTAL-TURMAS-DS.
           DISPLAY "RELATORIO GRAVADO EM DESCONTO.RPT".
       STOP RUN.

       ACUMULA-DESCONTOS.
           MOVE "N" TO FIM-DESCONTOS.
           MOVE 0 TO TOTAL-TURMAS-DS.
           OPEN INPUT ARQ-DESCONTOS-APLICADOS.
           PERFORM LE-DESCONTO-APLICADO UNTIL FIM-DO-ARQ-DESCONTOS.
           CLOSE ARQ-DESCONTOS-APLICADOS.

       LE-DESCONTO-APLICADO.
           READ ARQ-DESCONTOS-APLICADOS
               AT END
                   MOVE "S" TO FIM-DESCONTOS
               NOT AT END
                   IF DSA-ANO EQUAL ANO-RELATORIO AND
                           DSA-MES EQUAL MES-RELATORIO THEN
                       ADD 1 TO TOTAL-LIDOS
                       PERFORM SOMA-DESCONTO
                   END-IF
           END-READ.

       SOMA-DESCONTO.
           MOVE 0 TO TURMA-ACHADA.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-TURMAS-DS
                   OR TURMA-ACHADA NOT EQUAL 0
               IF TDS-TURMA(K) EQUAL DSA-TURMA THEN
                   MOVE K TO TURMA-ACHADA
               END-IF
           END-PERFORM.
           IF TURMA-ACHADA EQUAL 0 AND
                   TOTAL-TURMAS-DS < TUR-MAX-TURMAS THEN
               ADD 1 TO TOTAL-TURMAS-DS
               MOVE TOTAL-TURMAS-DS TO TURMA-ACHADA
               MOVE DSA-TURMA TO TDS-TURMA(TURMA-ACHADA)
               MOVE 0 TO TDS-QTDE(TURMA-ACHADA)
               MOVE 0 TO TDS-INTEGRAL(TURMA-ACHADA)
               MOVE 0 TO TDS-PARCIAL(TURMA-ACHADA)
               MOVE 0 TO TDS-IRMAO(TURMA-ACHADA)
               MOVE 0 TO TDS-FUNCIONARIO(TURMA-ACHADA)
               MOVE 0 TO TDS-TOTAL(TURMA-ACHADA)
           END-IF.
           IF TURMA-ACHADA NOT EQUAL 0 THEN
               ADD 1 TO TDS-QTDE(TURMA-ACHADA)
               ADD DSA-VALOR-DESCONTO TO TDS-TOTAL(TURMA-ACHADA)
               EVALUATE DSA-MOTIVO
                   WHEN "I"
                       ADD DSA-VALOR-DESCONTO TO
                               TDS-INTEGRAL(TURMA-ACHADA)
                   WHEN "P"
                       ADD DSA-VALOR-DESCONTO TO
                               TDS-PARCIAL(TURMA-ACHADA)
                   WHEN "R"
                       ADD DSA-VALOR-DESCONTO TO
                               TDS-IRMAO(TURMA-ACHADA)
                   WHEN "F"
                       ADD DSA-VALOR-DESCONTO TO
                               TDS-FUNCIONARIO(TURMA-ACHADA)
               END-EVALUATE
           END-IF.
           IF DSA-AUTOMATICO EQUAL "S" THEN
               ADD DSA-VALOR-DESCONTO TO GERAL-AUTOMATICO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DESCONTOS E BOLSAS CONCEDIDOS - REFERENCIA "
                       DELIMITED BY SIZE
                  ANO-RELATORIO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-RELATORIO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "TURMA QTDE   INTEGRAL     PARCIAL"
                       DELIMITED BY SIZE
                  "       IRMAO FUNCIONARIO       TOTAL"
                       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.

       IMPRIME-TURMA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TDS-TURMA(T) TO RELATORIO-LINHA(1:4).
           MOVE TDS-QTDE(T) TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(6:5).
           MOVE TDS-INTEGRAL(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(12:10).
           MOVE TDS-PARCIAL(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(24:10).
           MOVE TDS-IRMAO(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(36:10).
           MOVE TDS-FUNCIONARIO(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(48:10).
           MOVE TDS-TOTAL(T) TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(60:10).
           WRITE RELATORIO-LINHA.
           ADD TDS-QTDE(T) TO GERAL-QTDE.
           ADD TDS-INTEGRAL(T) TO GERAL-INTEGRAL.
           ADD TDS-PARCIAL(T) TO GERAL-PARCIAL.
           ADD TDS-IRMAO(T) TO GERAL-IRMAO.
           ADD TDS-FUNCIONARIO(T) TO GERAL-FUNCIONARIO.
           ADD TDS-TOTAL(T) TO GERAL-TOTAL.

       IMPRIME-TOTAL-GERAL.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "TOTAL" TO RELATORIO-LINHA(1:5).
           MOVE GERAL-QTDE TO QTDE-EDIT.
           MOVE QTDE-EDIT TO RELATORIO-LINHA(6:5).
           MOVE GERAL-INTEGRAL TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(12:10).
           MOVE GERAL-PARCIAL TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(24:10).
           MOVE GERAL-IRMAO TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(36:10).
           MOVE GERAL-FUNCIONARIO TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(48:10).
           MOVE GERAL-TOTAL TO VALOR-EDIT.
           MOVE VALOR-EDIT TO RELATORIO-LINHA(60:10).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE GERAL-AUTOMATICO TO VALOR-EDIT.
           STRING "DOS QUAIS DESCONTO IRMAO AUTOMATICO: "
                       DELIMITED BY SIZE
                  VALOR-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
