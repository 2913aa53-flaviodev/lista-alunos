      * ALUANOLT - one school-year opening run by ALUNO-ANO-LETIVO-
      * ABRE.  Appended with situacao "I" before the catalog files
      * are rewritten and again with "C" once the run is through;
      * the last record for a year is the one in force, so a year
      * left at "I" marks a run that stopped half way.
       05  ANL-ANO                 PIC 9(4).
       05  ANL-SITUACAO            PIC X(1).
           88  ANL-INICIADA        VALUE "I".
           88  ANL-CONCLUIDA       VALUE "C".
       05  ANL-DATA                PIC 9(8).
       05  ANL-PERCENTUAL          PIC 9(3)V9(2).
       05  ANL-OPERADOR            PIC X(8).
