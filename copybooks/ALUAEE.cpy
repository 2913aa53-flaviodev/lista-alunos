      * ALUAEE - one special educational needs plan (atendimento
      * educacional especializado) per matricula: the need category,
      * the laudo it rests on, the accommodations granted, the support
      * professional and the date the plan is due for review.  Kept
      * in AEE.DAT, maintained only by supervisors and coordinators
      * through ALUNO-AEE-VIEW.  The class lists print only the
      * accommodation marker built by ALUNO-AEE-MARCA, never the
      * category or the laudo.
      * Categories: DF fisica, DV visual, DA auditiva, DI intelectual,
      * DM multipla, TEA autismo, AH altas habilidades, TA transtorno
      * de aprendizagem.
       05  AEE-MATRICULA           PIC 9(6).
       05  AEE-CATEGORIA           PIC X(3).
           88  AEE-CATEGORIA-VALIDA VALUES "DF " "DV " "DA " "DI "
                                           "DM " "TEA" "AH " "TA ".
       05  AEE-LAUDO               PIC X(20).
       05  AEE-DATA-LAUDO          PIC 9(8).
       05  AEE-TEMPO-EXTRA         PIC X(1).
           88  AEE-COM-TEMPO-EXTRA    VALUE "S".
           88  AEE-TEMPO-EXTRA-VALIDO VALUES "S" "N".
       05  AEE-LEDOR               PIC X(1).
           88  AEE-COM-LEDOR          VALUE "S".
           88  AEE-LEDOR-VALIDO       VALUES "S" "N".
       05  AEE-AMPLIADA            PIC X(1).
           88  AEE-COM-AMPLIADA       VALUE "S".
           88  AEE-AMPLIADA-VALIDO    VALUES "S" "N".
       05  AEE-SALA-SEPARADA       PIC X(1).
           88  AEE-COM-SALA-SEPARADA  VALUE "S".
           88  AEE-SALA-SEPARADA-VALIDO VALUES "S" "N".
       05  AEE-PROFISSIONAL        PIC X(30).
       05  AEE-DATA-REVISAO        PIC 9(8).
       05  AEE-OPERADOR            PIC X(8).
