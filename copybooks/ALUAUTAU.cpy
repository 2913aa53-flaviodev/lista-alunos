      * ALUAUTAU - pick-up list audit record (one line per person
      * added to, changed on or removed from a student's list of
      * autorizados a buscar), written by ALUNO-AUTORIZADO-AUDITORIA
      * with the operator who made the change.  A change is logged
      * as two lines, ALTERA-DE with the entry before and ALTERA-PA
      * with the entry after.
       05  AAU-DATA                PIC 9(6).
       05  AAU-HORA                PIC 9(8).
       05  AAU-OPERACAO            PIC X(10).
       05  AAU-OPERADOR            PIC X(8).
       05  AAU-AUTORIZADO.
           COPY ALUAUTBU REPLACING ==05== BY ==10==.
