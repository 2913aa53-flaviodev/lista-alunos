      * ALUAUTBU - one person authorized to take a student home
      * (autorizado a buscar), or barred from doing so when
      * ATB-PROIBIDO is "S" (court-ordered restriction; the order is
      * noted in ATB-OBSERVACAO).  The authorization holds from
      * ATB-VALIDO-DE through ATB-VALIDO-ATE (zero = no end).  Kept
      * in AUTORIZA.DAT, changed only by supervisors through
      * ALUNO-AUTORIZADO-VIEW and read at the gate by
      * ALUNO-PORTARIA-VIEW.
       05  ATB-MATRICULA           PIC 9(6).
       05  ATB-NOME                PIC X(30).
       05  ATB-DOCUMENTO           PIC X(15).
       05  ATB-PARENTESCO          PIC X(10).
       05  ATB-VALIDO-DE           PIC 9(8).
       05  ATB-VALIDO-ATE          PIC 9(8).
       05  ATB-PROIBIDO            PIC X(1).
           88  ATB-PROIBICAO       VALUE "S".
           88  ATB-PROIBIDO-VALIDO VALUES "S" "N".
       05  ATB-OBSERVACAO          PIC X(30).
