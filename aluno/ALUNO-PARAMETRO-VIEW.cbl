           05  VALUE "Peso do bimestre 4:"               LINE 8 COL 10.
           05  PESO4-INPUT                               LINE 8 COL 45
                   PIC 9.9 USING PESO-BIM4 AUTO.
           05  VALUE "Maximo de dependencias:"           LINE 9 COL 10.
           05  DEPENDENCIAS-INPUT                        LINE 9 COL 45
                   PIC 9 USING PAR-MAX-DEPENDENCIAS OF PARAMETRO AUTO.
           05  VALUE "Cancelar (S/N):"                   LINE 10 COL 10.
           05  CANCELA-INPUT                             LINE 10 COL 45
                           PIC X TO CANCELADO AUTO.
           05   STATUS-PARAMETRO-WS                      LINE 11 COL 10
                        PIC X(25) FROM STATUS-PARAMETRO.

       PROCEDURE DIVISION.
