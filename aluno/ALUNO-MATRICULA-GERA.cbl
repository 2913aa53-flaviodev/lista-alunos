       01 RESTO-DV PIC 9(2) VALUE 0.
       01 QUOCIENTE-DV PIC 9(3) VALUE 0.
       01 DIGITO-VERIFICADOR PIC 9(1) VALUE 0.
       01 UNIDADE-SEQ PIC 9(2) VALUE 1.
       01 INICIO-FAIXA PIC 9(5) VALUE 1.
       01 FIM-FAIXA PIC 9(5) VALUE 9999.
       01 U PIC 9(2) VALUE 1.
       01 TAB-SEQUENCIAS.
           05 PROXIMO-DA-UNIDADE OCCURS 9 TIMES PIC 9(5).
       LINKAGE SECTION.
       01 MATRICULA-NOVA PIC 9(6).
       01 UNIDADE-MATRICULA PIC 9(2).

       PROCEDURE DIVISION USING MATRICULA-NOVA, UNIDADE-MATRICULA.
           MOVE UNIDADE-MATRICULA TO UNIDADE-SEQ.
           IF UNIDADE-SEQ < 1 OR UNIDADE-SEQ > 9 THEN
               MOVE 1 TO UNIDADE-SEQ
           END-IF.
           COMPUTE INICIO-FAIXA = (UNIDADE-SEQ - 1) * 10000 + 1.
           COMPUTE FIM-FAIXA = (UNIDADE-SEQ - 1) * 10000 + 9999.
           PERFORM LE-SEQUENCIA.
           MOVE PROXIMO-DA-UNIDADE(UNIDADE-SEQ) TO PROXIMO-NUMERO.
      * A sequence below the unit's band (never written yet) starts
      * at the beginning of the band.  A unit that has used up its
      * band gets matricula 0 back and the sequence is left as it
      * is: wrapping would issue matriculas already on the master,
      * and the next band belongs to another unit.  The bands also
      * stay clear of the 999900+ matriculas reserved for the
      * per-file locks (see ALUTRVCH).
           IF PROXIMO-NUMERO < INICIO-FAIXA THEN
               MOVE INICIO-FAIXA TO PROXIMO-NUMERO
           END-IF.
           IF PROXIMO-NUMERO > FIM-FAIXA THEN
               MOVE 0 TO MATRICULA-NOVA
           ELSE
               MOVE PROXIMO-NUMERO TO NUMERO-BASE
               PERFORM CALCULA-DIGITO
               COMPUTE MATRICULA-NOVA =
                       PROXIMO-NUMERO * 10 + DIGITO-VERIFICADOR
               COMPUTE PROXIMO-DA-UNIDADE(UNIDADE-SEQ) =
                       PROXIMO-NUMERO + 1
               PERFORM GRAVA-SEQUENCIA
           END-IF.
       EXIT PROGRAM.

       LE-SEQUENCIA.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > 9
               COMPUTE PROXIMO-DA-UNIDADE(U) = (U - 1) * 10000 + 1
           END-PERFORM.
           MOVE "N" TO FIM-SEQUENCIA.
           OPEN INPUT ARQ-SEQUENCIA.
           PERFORM LE-UMA-SEQUENCIA UNTIL FIM-DO-ARQ-SEQUENCIA.
           CLOSE ARQ-SEQUENCIA.

       LE-UMA-SEQUENCIA.
           READ ARQ-SEQUENCIA
               AT END
                   MOVE "S" TO FIM-SEQUENCIA
               NOT AT END
                   IF SEQ-UNIDADE >= 1 AND SEQ-UNIDADE <= 9 THEN
                       MOVE SEQ-PROXIMO
                               TO PROXIMO-DA-UNIDADE(SEQ-UNIDADE)
                   END-IF
           END-READ.

       CALCULA-DIGITO.
           MOVE 0 TO SOMA-PESOS.

       GRAVA-SEQUENCIA.
           OPEN OUTPUT ARQ-SEQUENCIA.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > 9
               MOVE U TO SEQ-UNIDADE
               MOVE PROXIMO-DA-UNIDADE(U) TO SEQ-PROXIMO
               WRITE SEQUENCIA-REC
           END-PERFORM.
           CLOSE ARQ-SEQUENCIA.
