           IF PAR-MEDIA-MINIMA OF PARAMETRO EQUAL 0 THEN
               PERFORM CARREGA-PADRAO
           END-IF.
           IF PAR-MAX-DEPENDENCIAS OF PARAMETRO NOT NUMERIC THEN
               MOVE 2 TO PAR-MAX-DEPENDENCIAS OF PARAMETRO
           END-IF.
       EXIT PROGRAM.

       CARREGA-PADRAO.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE 1.0 TO PAR-PESO-BIMESTRE OF PARAMETRO(B)
           END-PERFORM.
           MOVE 2 TO PAR-MAX-DEPENDENCIAS OF PARAMETRO.
