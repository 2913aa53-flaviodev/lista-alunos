       01 TOTAL-APROVADOS-REC PIC 9(5) VALUE 0.
       01 TOTAL-MANTIDOS PIC 9(5) VALUE 0.
       01 TOTAL-SEM-EXAME PIC 9(5) VALUE 0.
       01 TOTAL-DECIDIDOS-CONSELHO PIC 9(5) VALUE 0.
       01 CONSELHO.
           COPY ALUCONS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-RESULTADOS
               IF RES-ANO OF RESULTADOS(I) EQUAL ANO-FECHAMENTO AND
                       RES-RESULTADO OF RESULTADOS(I) EQUAL "R" THEN
                   CALL "ALUNO-CONSELHO-DECISAO" USING
                           RES-MATRICULA OF RESULTADOS(I),
                           ANO-FECHAMENTO, CONSELHO
                   IF CON-DECISAO OF CONSELHO NOT EQUAL SPACES THEN
                       PERFORM PRESERVA-DECISAO-CONSELHO
                   ELSE
                   PERFORM BUSCA-RECUPERACAO
                   IF RTN-RECUPERACAO-ACHADA NOT EQUAL 0 THEN
                       PERFORM APLICA-RECUPERACAO
                   ELSE
                       ADD 1 TO TOTAL-SEM-EXAME
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Once the conselho de classe has decided on a student the
      * re-closing leaves the verdict alone, recovery grade or not;
      * a new decision has to come from the council itself.
       PRESERVA-DECISAO-CONSELHO.
           ADD 1 TO TOTAL-DECIDIDOS-CONSELHO.
           DISPLAY "DECISAO DO CONSELHO PRESERVADA: "
                   RES-MATRICULA OF RESULTADOS(I).

       BUSCA-RECUPERACAO.
           MOVE 0 TO RTN-RECUPERACAO-ACHADA.
           PERFORM VARYING R FROM 1 BY 1
           DISPLAY "APROVADOS ............: " TOTAL-APROVADOS-REC.
           DISPLAY "MANTIDOS REPROVADOS ..: " TOTAL-MANTIDOS.
           DISPLAY "REPROVADOS SEM EXAME .: " TOTAL-SEM-EXAME.
           DISPLAY "DECIDIDOS PELO CONSELHO: " TOTAL-DECIDIDOS-CONSELHO.
