      * ALUREMCP - one rematricula campaign: the school year families
      * are being asked to confirm for, opened by ALUNO-REMATRICULA-
      * ABRE.  The last record in REMACAMP.DAT is the campaign in
      * force for the rematricula screen, the follow-up report and
      * the year-end promotion run.
       05  CMP-ANO-LETIVO          PIC 9(4).
       05  CMP-DATA-ABERTURA       PIC 9(8).
       05  CMP-OPERADOR            PIC X(8).
