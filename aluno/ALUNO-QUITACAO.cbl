       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-QUITACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-MENSALIDADES ASSIGN TO "MENSALID.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-TAXAS ASSIGN TO "TAXA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-DESCONTOS-APLICADOS
               ASSIGN TO "DESCAPL.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSALIDADES.
       01  MENSALIDADE-REC.
           COPY ALUMENS.
       FD  ARQ-TAXAS.
       01  TAXA-REC.
           COPY ALUTAXA.
       FD  ARQ-DESCONTOS-APLICADOS.
       01  DESCONTO-APLICADO-REC.
           COPY ALUDESCA.

       WORKING-STORAGE SECTION.
       COPY ALUTRVCH.
       01 I PIC 9(4) VALUE 1.
       01 FIM-MENSALIDADES PIC X VALUE "N".
           88 FIM-DO-ARQ-MENSALIDADES VALUE "S".
       01 FIM-TAXAS PIC X VALUE "N".
           88 FIM-DO-ARQ-TAXAS VALUE "S".
       01 FIM-DESCONTOS-APLICADOS PIC X VALUE "N".
           88 FIM-DO-ARQ-DESCONTOS-APLICADOS VALUE "S".
       01 TOTAL-MENSALIDADES PIC 9(4) VALUE 0.
       01 LISTA-MENSALIDADES.
           05 MENSALIDADES OCCURS 2000 TIMES.
               COPY ALUMENS REPLACING ==05== BY ==10==.
       01 RTN-MES-ACHADO PIC 9(4) VALUE 0.
       01 VALOR-TAXA PIC 9(5)V9(2) VALUE 0.
       01 TURMA-TAXA PIC X(4) VALUE SPACES.
       01 VALOR-MENSALIDADE-LIQUIDA PIC 9(5)V9(2) VALUE 0.
       01 DESCONTO-ACHADO PIC X VALUE "N".
           88 TEM-DESCONTO-APLICADO VALUE "S".
       01 ANO-ATUAL PIC 9(4) VALUE 0.
       01 MES-ATUAL PIC 9(2) VALUE 0.
       01 MES-REFERENCIA PIC 9(6) VALUE 0.
       01 MES-COBRANCA PIC 9(6) VALUE 0.
       01 DATA-INICIO-MES PIC 9(8) VALUE 0.
       01 DATA-INICIO-PROXIMO PIC 9(8) VALUE 0.
       01 DIAS-INICIO-MES PIC 9(7) VALUE 0.
       01 DIAS-INICIO-PROXIMO PIC 9(7) VALUE 0.
       01 OPERACAO-DATA PIC X(10) VALUE SPACES.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 OPERACAO-TRAVA PIC X(10) VALUE SPACES.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-MENSALIDADE.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       LINKAGE SECTION.
       01 QUI-OPERACAO PIC X(10).
       01 ALUNO.
           COPY ALUREG.
       01 QUITACAO.
           COPY ALUQUIT.
       01 OPERADOR-ID PIC X(8).
       01 STATUS-QUITACAO PIC X(20).

      * "APURA" only works the settlement out, for the withdrawal
      * screen to show before the supervisor confirms.  "EFETIVA"
      * works it out again and applies it to MENSALID.DAT: the
      * current month's charge becomes the prorated final charge
      * (created from the turma fee when the month was not billed
      * yet) and open charges of later months are cancelled.
       PROCEDURE DIVISION USING QUI-OPERACAO, ALUNO, QUITACAO,
                    OPERADOR-ID, STATUS-QUITACAO.
           MOVE "OK" TO STATUS-QUITACAO.
           EVALUATE QUI-OPERACAO
               WHEN "APURA"
                   PERFORM CARREGA-MENSALIDADES
                   PERFORM APURA-QUITACAO
               WHEN "EFETIVA"
                   MOVE "OBTEM" TO OPERACAO-TRAVA
                   CALL "ALUNO-TRAVA-REGISTRO" USING OPERACAO-TRAVA,
                           CHAVE-TRAVA-ARQUIVO, OPERADOR-ID,
                           STATUS-TRAVA-REG
                   IF STATUS-TRAVA-REG NOT EQUAL "OK" THEN
                       MOVE "MENSALIDADES EM USO" TO STATUS-QUITACAO
                   ELSE
                       PERFORM CARREGA-MENSALIDADES
                       PERFORM APURA-QUITACAO
                       PERFORM EFETIVA-QUITACAO
                       PERFORM GRAVA-MENSALIDADES
                       MOVE "LIBERA" TO OPERACAO-TRAVA
                       CALL "ALUNO-TRAVA-REGISTRO" USING
                               OPERACAO-TRAVA, CHAVE-TRAVA-ARQUIVO,
                               OPERADOR-ID, STATUS-TRAVA-REG
                   END-IF
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO STATUS-QUITACAO
           END-EVALUATE.
       EXIT PROGRAM.

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

       GRAVA-MENSALIDADES.
           OPEN OUTPUT ARQ-MENSALIDADES.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSALIDADES
               MOVE MENSALIDADES(I) TO MENSALIDADE-REC
               WRITE MENSALIDADE-REC
           END-PERFORM.
           CLOSE ARQ-MENSALIDADES.

       APURA-QUITACAO.
           INITIALIZE QUITACAO.
           ACCEPT QUI-DATA FROM DATE YYYYMMDD.
           MOVE QUI-DATA(1:4) TO ANO-ATUAL.
           MOVE QUI-DATA(5:2) TO MES-ATUAL.
           COMPUTE MES-REFERENCIA = (ANO-ATUAL * 100) + MES-ATUAL.
           MOVE 0 TO RTN-MES-ACHADO.
           PERFORM CLASSIFICA-COBRANCA VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSALIDADES.
           PERFORM CALCULA-DIAS-MES.
           IF RTN-MES-ACHADO NOT EQUAL 0 THEN
               MOVE MEN-VALOR OF MENSALIDADES(RTN-MES-ACHADO)
                       TO QUI-VALOR-MES
               IF MEN-PAGA OF MENSALIDADES(RTN-MES-ACHADO) THEN
                   MOVE "P" TO QUI-MES-SITUACAO
               ELSE
                   MOVE "A" TO QUI-MES-SITUACAO
                   PERFORM SEPARA-EXTRAS
               END-IF
           ELSE
               MOVE ALU-TURMA OF ALUNO TO TURMA-TAXA
               PERFORM BUSCA-TAXA
               IF VALOR-TAXA NOT EQUAL 0 THEN
                   MOVE VALOR-TAXA TO QUI-VALOR-MES
                   MOVE "N" TO QUI-MES-SITUACAO
               END-IF
           END-IF.
           IF QUI-MES-ABERTO OR QUI-MES-NOVO THEN
               COMPUTE QUI-VALOR-PRORATA ROUNDED =
                       (QUI-VALOR-MES - QUI-VALOR-EXTRAS) *
                       QUI-DIAS-CURSADOS / QUI-DIAS-MES
               ADD QUI-VALOR-EXTRAS TO QUI-VALOR-PRORATA
           END-IF.
           COMPUTE QUI-SALDO-ABERTO = QUI-VALOR-VENCIDO +
                   QUI-VALOR-PRORATA.

      * Charges of months before the current one that are still
      * open are the family's debt; the current month's charge is
      * the one that gets prorated; open charges of later months
      * were billed ahead and are cancelled.
       CLASSIFICA-COBRANCA.
           IF MEN-MATRICULA OF MENSALIDADES(I) EQUAL
                   ALU-MATRICULA OF ALUNO THEN
               COMPUTE MES-COBRANCA =
                       (MEN-ANO OF MENSALIDADES(I) * 100) +
                       MEN-MES OF MENSALIDADES(I)
               IF MES-COBRANCA EQUAL MES-REFERENCIA THEN
                   IF NOT MEN-CANCELADA OF MENSALIDADES(I) THEN
                       MOVE I TO RTN-MES-ACHADO
                   END-IF
               ELSE
               IF MEN-ABERTA OF MENSALIDADES(I) THEN
                   IF MES-COBRANCA < MES-REFERENCIA THEN
                       ADD 1 TO QUI-QTDE-VENCIDAS
                       ADD MEN-VALOR OF MENSALIDADES(I)
                               TO QUI-VALOR-VENCIDO
                   ELSE
                       ADD 1 TO QUI-QTDE-CANCELADAS
                       ADD MEN-VALOR OF MENSALIDADES(I)
                               TO QUI-VALOR-CANCELADO
                   END-IF
               END-IF
               END-IF
           END-IF.

      * The open charge of the month is the tuition net of any
      * discount plus the extras billed with it.  The net tuition
      * is the gross fee less the discount recorded for that charge
      * in DESCAPL.DAT or, with no discount, the turma fee; what
      * the charge holds beyond it is extras.  With no fee to go by
      * the whole charge is taken as tuition.
       SEPARA-EXTRAS.
           MOVE 0 TO QUI-VALOR-EXTRAS.
           PERFORM BUSCA-DESCONTO-APLICADO.
           IF TEM-DESCONTO-APLICADO THEN
               MOVE VALOR-MENSALIDADE-LIQUIDA TO VALOR-TAXA
           ELSE
               MOVE MEN-TURMA OF MENSALIDADES(RTN-MES-ACHADO)
                       TO TURMA-TAXA
               PERFORM BUSCA-TAXA
           END-IF.
           IF (VALOR-TAXA NOT EQUAL 0 OR TEM-DESCONTO-APLICADO) AND
                   VALOR-TAXA < QUI-VALOR-MES THEN
               COMPUTE QUI-VALOR-EXTRAS = QUI-VALOR-MES - VALOR-TAXA
           END-IF.

       BUSCA-DESCONTO-APLICADO.
           MOVE "N" TO DESCONTO-ACHADO.
           MOVE "N" TO FIM-DESCONTOS-APLICADOS.
           OPEN INPUT ARQ-DESCONTOS-APLICADOS.
           PERFORM LE-DESCONTO-APLICADO
                   UNTIL FIM-DO-ARQ-DESCONTOS-APLICADOS.
           CLOSE ARQ-DESCONTOS-APLICADOS.

       LE-DESCONTO-APLICADO.
           READ ARQ-DESCONTOS-APLICADOS
               AT END
                   MOVE "S" TO FIM-DESCONTOS-APLICADOS
               NOT AT END
                   IF DSA-MATRICULA EQUAL ALU-MATRICULA OF ALUNO AND
                           DSA-ANO EQUAL ANO-ATUAL AND
                           DSA-MES EQUAL MES-ATUAL THEN
                       COMPUTE VALOR-MENSALIDADE-LIQUIDA =
                               DSA-VALOR-BRUTO - DSA-VALOR-DESCONTO
                       MOVE "S" TO DESCONTO-ACHADO
                   END-IF
           END-READ.

       CALCULA-DIAS-MES.
           COMPUTE DATA-INICIO-MES = (ANO-ATUAL * 10000) +
                   (MES-ATUAL * 100) + 1.
           IF MES-ATUAL EQUAL 12 THEN
               COMPUTE DATA-INICIO-PROXIMO =
                       ((ANO-ATUAL + 1) * 10000) + 101
           ELSE
               COMPUTE DATA-INICIO-PROXIMO = DATA-INICIO-MES + 100
           END-IF.
           MOVE "CONTA-DIAS" TO OPERACAO-DATA.
           CALL "ALUNO-DATA-CALCULO" USING OPERACAO-DATA,
                   DATA-INICIO-MES, DIAS-INICIO-MES, STATUS-DATA.
           CALL "ALUNO-DATA-CALCULO" USING OPERACAO-DATA,
                   DATA-INICIO-PROXIMO, DIAS-INICIO-PROXIMO,
                   STATUS-DATA.
           COMPUTE QUI-DIAS-MES = DIAS-INICIO-PROXIMO -
                   DIAS-INICIO-MES.
           MOVE QUI-DATA(7:2) TO QUI-DIAS-CURSADOS.

       BUSCA-TAXA.
           MOVE 0 TO VALOR-TAXA.
           MOVE "N" TO FIM-TAXAS.
           OPEN INPUT ARQ-TAXAS.
           PERFORM LE-TAXA UNTIL FIM-DO-ARQ-TAXAS.
           CLOSE ARQ-TAXAS.

       LE-TAXA.
           READ ARQ-TAXAS
               AT END
                   MOVE "S" TO FIM-TAXAS
               NOT AT END
                   IF TAX-TURMA EQUAL TURMA-TAXA THEN
                       MOVE TAX-VALOR TO VALOR-TAXA
                       MOVE "S" TO FIM-TAXAS
                   END-IF
           END-READ.

       EFETIVA-QUITACAO.
           IF QUI-MES-ABERTO THEN
               MOVE QUI-VALOR-PRORATA TO
                       MEN-VALOR OF MENSALIDADES(RTN-MES-ACHADO)
           END-IF.
           IF QUI-MES-NOVO AND TOTAL-MENSALIDADES < 2000 THEN
               ADD 1 TO TOTAL-MENSALIDADES
               MOVE ALU-MATRICULA OF ALUNO TO
                       MEN-MATRICULA OF MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE ANO-ATUAL TO
                       MEN-ANO OF MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE MES-ATUAL TO
                       MEN-MES OF MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE ALU-TURMA OF ALUNO TO
                       MEN-TURMA OF MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE QUI-VALOR-PRORATA TO
                       MEN-VALOR OF MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE 0 TO
                   MEN-VALOR-PAGO OF MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE 0 TO MEN-DATA-PAGAMENTO OF
                       MENSALIDADES(TOTAL-MENSALIDADES)
               MOVE "A" TO
                   MEN-SITUACAO OF MENSALIDADES(TOTAL-MENSALIDADES)
           END-IF.
           PERFORM CANCELA-FUTURA VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSALIDADES.

       CANCELA-FUTURA.
           IF MEN-MATRICULA OF MENSALIDADES(I) EQUAL
                   ALU-MATRICULA OF ALUNO AND
                   MEN-ABERTA OF MENSALIDADES(I) THEN
               COMPUTE MES-COBRANCA =
                       (MEN-ANO OF MENSALIDADES(I) * 100) +
                       MEN-MES OF MENSALIDADES(I)
               IF MES-COBRANCA > MES-REFERENCIA THEN
                   MOVE "C" TO MEN-SITUACAO OF MENSALIDADES(I)
               END-IF
           END-IF.
