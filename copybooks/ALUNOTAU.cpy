      * ALUNOTAU - grade-change audit record (one line per overwrite
      * of an existing nota), written by ALUNO-NOTA-AUDITORIA: the
      * value before and after, who changed it and the reason code.
      * NAU-INSTRUMENTO names the assessment instrument when the line
      * records one instrument of the bimestre (see ALUAVAL); it is
      * blank on the line for the bimestre nota itself.
       05  NAU-DATA                PIC 9(6).
       05  NAU-HORA                PIC 9(8).
       05  NAU-MATRICULA           PIC 9(6).
       05  NAU-NOTA-NOVA           PIC 9(2)V9(1).
       05  NAU-OPERADOR            PIC X(8).
       05  NAU-MOTIVO              PIC X(10).
       05  NAU-INSTRUMENTO         PIC X(8).
