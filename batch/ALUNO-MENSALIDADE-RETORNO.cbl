       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-MENSALIDADE-RETORNO AS "ALUMENSR".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "RETORNO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-BOLETOS ASSIGN TO "BOLETO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-REJEITOS ASSIGN TO "RETREJ.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
       01  RETORNO-REC.
           COPY ALURETB.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.
       FD  ARQ-BOLETOS.
       01  BOLETO-REC.
           COPY ALUBOLT.
       FD  ARQ-REJEITOS.
       01  REJEITO-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 I PIC 9(4) VALUE 1.
       01 FIM-RETORNO PIC X VALUE "N".
           88 FIM-DO-RETORNO VALUE "S".
       01 FIM-MENSALIDADES PIC X VALUE "N".
           88 FIM-DO-ARQ-MENSALIDADES VALUE "S".
       01 TOTAL-MENSALIDADES PIC 9(4) VALUE 0.
       01 LISTA-MENSALIDADES.
           05 MENSALIDADES OCCURS 2000 TIMES.
               COPY ALUMENS REPLACING ==05== BY ==10==.
       01 FIM-BOLETOS PIC X VALUE "N".
           88 FIM-DO-ARQ-BOLETOS VALUE "S".
       01 TOTAL-BOLETOS PIC 9(4) VALUE 0.
       01 LISTA-BOLETOS.
           05 BOLETOS OCCURS 2000 TIMES.
               COPY ALUBOLT REPLACING ==05== BY ==10==.
       01 RTN-BOLETO-ACHADO PIC 9(4) VALUE 0.
       01 PARAMETRO-FIN.
           COPY ALUPFIN.
       01 RTN-MENSALIDADE-ACHADA PIC 9(4) VALUE 0.
       01 STATUS-RETORNO PIC X(20) VALUE " ".
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 DATA-VENCIMENTO PIC 9(8) VALUE 0.
       01 DIAS-VENCIMENTO PIC 9(7) VALUE 0.
       01 DIAS-PAGAMENTO PIC 9(7) VALUE 0.
       01 DIAS-ATRASO PIC 9(5) VALUE 0.
       01 VALOR-MULTA PIC 9(5)V9(2) VALUE 0.
       01 VALOR-JUROS PIC 9(5)V9(2) VALUE 0.
       01 VALOR-DEVIDO PIC 9(6)V9(2) VALUE 0.
       01 VALOR-PAGO-EDIT PIC ZZZZ9.99.
       01 VALOR-DEVIDO-EDIT PIC ZZZZZ9.99.
       01 TOTAL-LIDOS PIC 9(5) VALUE 0.
       01 TOTAL-BAIXADOS PIC 9(5) VALUE 0.
       01 TOTAL-REJEITADOS PIC 9(5) VALUE 0.
       01 TOTAL-COM-ENCARGOS PIC 9(5) VALUE 0.
       01 SOMA-RECEBIDA PIC 9(7)V9(2) VALUE 0.
       01 SOMA-ENCARGOS PIC 9(7)V9(2) VALUE 0.
       01 SOMA-EDIT PIC ZZZZZZ9.99.
       01 RUN-JOB-NOME PIC X(8) VALUE "ALUMENSR".
       01 RUN-OPERACAO PIC X(10) VALUE SPACES.
       01 RUN-LIDOS-CTR PIC 9(5) VALUE 0.
       01 RUN-APLICADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-REJEITADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-RESULTADO-FIM PIC X(1) VALUE "O".

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           MOVE "INICIA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
           CALL "ALUNO-PARAMETRO-FINANCEIRO" USING PARAMETRO-FIN.
           PERFORM CARREGA-MENSALIDADES.
           PERFORM CARREGA-BOLETOS.
           OPEN INPUT ARQ-RETORNO.
           OPEN OUTPUT ARQ-REJEITOS.
           PERFORM LE-RETORNO UNTIL FIM-DO-RETORNO.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-REJEITOS.
           PERFORM GRAVA-MENSALIDADES.
           PERFORM IMPRIME-SUMARIO.
           MOVE TOTAL-LIDOS TO RUN-LIDOS-CTR.
           MOVE TOTAL-BAIXADOS TO RUN-APLICADOS-CTR.
           MOVE TOTAL-REJEITADOS TO RUN-REJEITADOS-CTR.
           MOVE "O" TO RUN-RESULTADO-FIM.
           MOVE "ENCERRA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       CARREGA-MENSALIDADES.
           MOVE "N" TO FIM-MENSALIDADES.
           MOVE 0 TO TOTAL-MENSALIDADES.
           OPEN INPUT ARQ-MENSALIDADES.
           PERFORM LE-MENSALIDADE UNTIL FIM-DO-ARQ-MENSALIDADES.
           CLOSE ARQ-MENSALIDADES.

       LE-MENSALIDADE.
           READ ARQ-MENSALIDADES
               AT END
                   MOVE "S" TO FIM-MENSALIDADES
               NOT AT END
                   IF TOTAL-MENSALIDADES < 2000 THEN
                       COMPUTE TOTAL-MENSALIDADES =
                               TOTAL-MENSALIDADES + 1
                       MOVE MENSALIDADE-REC
                               TO MENSALIDADES(TOTAL-MENSALIDADES)
                   END-IF
           END-READ.

       CARREGA-BOLETOS.
           MOVE "N" TO FIM-BOLETOS.
           MOVE 0 TO TOTAL-BOLETOS.
           OPEN INPUT ARQ-BOLETOS.
           PERFORM LE-BOLETO UNTIL FIM-DO-ARQ-BOLETOS.
           CLOSE ARQ-BOLETOS.

       LE-BOLETO.
           READ ARQ-BOLETOS
               AT END
                   MOVE "S" TO FIM-BOLETOS
               NOT AT END
                   IF TOTAL-BOLETOS < 2000 THEN
                       ADD 1 TO TOTAL-BOLETOS
                       MOVE BOLETO-REC TO BOLETOS(TOTAL-BOLETOS)
                   END-IF
           END-READ.

       GRAVA-MENSALIDADES.
           OPEN OUTPUT ARQ-MENSALIDADES.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSALIDADES
               MOVE MENSALIDADES(I) TO MENSALIDADE-REC
               WRITE MENSALIDADE-REC
           END-PERFORM.
           CLOSE ARQ-MENSALIDADES.

       LE-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE "S" TO FIM-RETORNO
               NOT AT END
                   ADD 1 TO TOTAL-LIDOS
                   PERFORM BAIXA-UM-PAGAMENTO
           END-READ.

      * A line is only posted when the amount credited matches the
      * charge plus, for a late payment, the multa and juros of the
      * financial parameters to the cent.  Anything else is left
      * open for the financial desk to settle by hand: a second
      * credit for a charge already paid (duplicate), an amount
      * short of or above what was due, or a line that matches no
      * charge at all.
       BAIXA-UM-PAGAMENTO.
           MOVE SPACES TO STATUS-RETORNO.
           MOVE 0 TO VALOR-DEVIDO.
           MOVE 0 TO RTN-BOLETO-ACHADO.
           IF RET-NOSSO-NUMERO NOT EQUAL 0 THEN
               PERFORM BUSCA-BOLETO
           END-IF.
           PERFORM BUSCA-MENSALIDADE.
           IF RET-NOSSO-NUMERO NOT EQUAL 0 AND
                   RTN-BOLETO-ACHADO EQUAL 0 THEN
               MOVE "BOLETO INEXISTENTE" TO STATUS-RETORNO
               PERFORM GRAVA-REJEITO
           ELSE
           IF RTN-MENSALIDADE-ACHADA EQUAL 0 THEN
               MOVE "COBRANCA INEXISTENTE" TO STATUS-RETORNO
               PERFORM GRAVA-REJEITO
           ELSE
           IF MEN-PAGA OF MENSALIDADES(RTN-MENSALIDADE-ACHADA) THEN
               MOVE "PAGAMENTO DUPLICADO" TO STATUS-RETORNO
               PERFORM GRAVA-REJEITO
           ELSE
           IF NOT MEN-ABERTA OF MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                   THEN
               MOVE "COBRANCA NAO ABERTA" TO STATUS-RETORNO
               PERFORM GRAVA-REJEITO
           ELSE
           PERFORM CALCULA-VALOR-DEVIDO
           IF STATUS-RETORNO NOT EQUAL SPACES THEN
               PERFORM GRAVA-REJEITO
           ELSE
           IF RET-VALOR-PAGO < VALOR-DEVIDO THEN
               MOVE "PAGAMENTO PARCIAL" TO STATUS-RETORNO
               PERFORM GRAVA-REJEITO
           ELSE
           IF RET-VALOR-PAGO > VALOR-DEVIDO THEN
               MOVE "PAGAMENTO A MAIOR" TO STATUS-RETORNO
               PERFORM GRAVA-REJEITO
           ELSE
               PERFORM REGISTRA-BAIXA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The nosso numero printed on the slip names the charge, so a
      * line that carries one is posted against the matricula and
      * reference month registered for that slip.
       BUSCA-BOLETO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-BOLETOS OR
                           RTN-BOLETO-ACHADO NOT EQUAL 0
               IF BLT-NOSSO-NUMERO OF BOLETOS(I) EQUAL
                       RET-NOSSO-NUMERO THEN
                   MOVE I TO RTN-BOLETO-ACHADO
               END-IF
           END-PERFORM.
           IF RTN-BOLETO-ACHADO NOT EQUAL 0 THEN
               MOVE BLT-MATRICULA OF BOLETOS(RTN-BOLETO-ACHADO)
                       TO RET-MATRICULA
               MOVE BLT-ANO OF BOLETOS(RTN-BOLETO-ACHADO) TO RET-ANO
               MOVE BLT-MES OF BOLETOS(RTN-BOLETO-ACHADO) TO RET-MES
           END-IF.

       BUSCA-MENSALIDADE.
           MOVE 0 TO RTN-MENSALIDADE-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSALIDADES OR
                           RTN-MENSALIDADE-ACHADA NOT EQUAL 0
               IF MEN-MATRICULA OF MENSALIDADES(I) EQUAL
                       RET-MATRICULA AND
                       MEN-ANO OF MENSALIDADES(I) EQUAL RET-ANO AND
                       MEN-MES OF MENSALIDADES(I) EQUAL RET-MES THEN
                   MOVE I TO RTN-MENSALIDADE-ACHADA
               END-IF
           END-PERFORM.

      * The charge falls due on PFI-DIA-VENCIMENTO of its reference
      * month.  Paid after that, it carries the one-off multa plus
      * the daily juros for every calendar day of delay, both on
      * the charge value.
       CALCULA-VALOR-DEVIDO.
           MOVE 0 TO VALOR-MULTA.
           MOVE 0 TO VALOR-JUROS.
           MOVE MEN-VALOR OF MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                   TO VALOR-DEVIDO.
           CALL "ALUNO-DATA-CALCULO" USING "CONTA-DIAS",
                   RET-DATA-PAGAMENTO, DIAS-PAGAMENTO, STATUS-DATA.
           IF STATUS-DATA NOT EQUAL "OK" THEN
               MOVE "DATA PAGTO INVALIDA" TO STATUS-RETORNO
           ELSE
               COMPUTE DATA-VENCIMENTO =
                       (MEN-ANO OF MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                               * 10000) +
                       (MEN-MES OF MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                               * 100) +
                       PFI-DIA-VENCIMENTO
               IF RET-DATA-PAGAMENTO > DATA-VENCIMENTO THEN
                   CALL "ALUNO-DATA-CALCULO" USING "CONTA-DIAS",
                           DATA-VENCIMENTO, DIAS-VENCIMENTO,
                           STATUS-DATA
                   COMPUTE DIAS-ATRASO =
                           DIAS-PAGAMENTO - DIAS-VENCIMENTO
                   COMPUTE VALOR-MULTA ROUNDED =
                           MEN-VALOR OF
                               MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                           * PFI-MULTA-PERCENTUAL / 100
                   COMPUTE VALOR-JUROS ROUNDED =
                           MEN-VALOR OF
                               MENSALIDADES(RTN-MENSALIDADE-ACHADA)
                           * PFI-JUROS-DIA * DIAS-ATRASO / 100
                   COMPUTE VALOR-DEVIDO = VALOR-DEVIDO +
                           VALOR-MULTA + VALOR-JUROS
               END-IF
           END-IF.

       REGISTRA-BAIXA.
           MOVE RET-VALOR-PAGO TO MEN-VALOR-PAGO OF
                   MENSALIDADES(RTN-MENSALIDADE-ACHADA).
           MOVE RET-DATA-PAGAMENTO TO MEN-DATA-PAGAMENTO OF
                   MENSALIDADES(RTN-MENSALIDADE-ACHADA).
           MOVE "P" TO MEN-SITUACAO OF
                   MENSALIDADES(RTN-MENSALIDADE-ACHADA).
           ADD 1 TO TOTAL-BAIXADOS.
           ADD RET-VALOR-PAGO TO SOMA-RECEBIDA.
           IF VALOR-MULTA NOT EQUAL 0 OR VALOR-JUROS NOT EQUAL 0 THEN
               ADD 1 TO TOTAL-COM-ENCARGOS
               ADD VALOR-MULTA TO SOMA-ENCARGOS
               ADD VALOR-JUROS TO SOMA-ENCARGOS
           END-IF.

       GRAVA-REJEITO.
           ADD 1 TO TOTAL-REJEITADOS.
           MOVE RET-VALOR-PAGO TO VALOR-PAGO-EDIT.
           MOVE VALOR-DEVIDO TO VALOR-DEVIDO-EDIT.
           MOVE SPACES TO REJEITO-REC.
           STRING "MAT " DELIMITED BY SIZE
                  RET-MATRICULA DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  RET-ANO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RET-MES DELIMITED BY SIZE
                  " PAGO " DELIMITED BY SIZE
                  VALOR-PAGO-EDIT DELIMITED BY SIZE
                  " DEVIDO " DELIMITED BY SIZE
                  VALOR-DEVIDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STATUS-RETORNO DELIMITED BY SIZE
                  INTO REJEITO-REC
           END-STRING.
           WRITE REJEITO-REC.

       IMPRIME-SUMARIO.
           DISPLAY "BAIXA DO ARQUIVO RETORNO - RESUMO".
           DISPLAY "REGISTROS LIDOS ..: " TOTAL-LIDOS.
           DISPLAY "BAIXADOS .........: " TOTAL-BAIXADOS.
           DISPLAY "  COM MULTA/JUROS .: " TOTAL-COM-ENCARGOS.
           DISPLAY "REJEITADOS .......: " TOTAL-REJEITADOS.
           MOVE SOMA-RECEBIDA TO SOMA-EDIT.
           DISPLAY "VALOR BAIXADO ....: " SOMA-EDIT.
           MOVE SOMA-ENCARGOS TO SOMA-EDIT.
           DISPLAY "MULTA E JUROS ....: " SOMA-EDIT.
