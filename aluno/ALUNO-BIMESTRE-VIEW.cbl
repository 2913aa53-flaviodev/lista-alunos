       SCREEN SECTION.
       01  FECHA-SCREEN.
           05  VALUE "FECHAR BIMESTRE" BLANK SCREEN      LINE 1 COL 10.
           05  VALUE "Apos o fechamento as notas e o diario de"
                                                         LINE 3 COL 10.
           05  VALUE "classe do periodo nao podem mais ser"
                                                         LINE 4 COL 10.
           05  VALUE "alterados."                        LINE 5 COL 10.
           05  VALUE "Ano letivo:"                       LINE 6 COL 10.
           05  ANO-INPUT                                 LINE 6 COL 30
                           PIC 9(4) TO BIM-ANO AUTO.
