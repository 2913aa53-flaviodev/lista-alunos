      * ALUEVENT - one passeio or school event: the date, the
      * destination, up to six participating turmas, the cost per
      * student and the departure and return times (HHMM).  When
      * EVT-COBRANCA is "S" the cost of every authorized student is
      * added by ALUNO-MENSALIDADE-GERA to the mensalidade of the
      * month of the event; otherwise the family pays it apart.
      * Maintained in ALUNO-EVENTO-VIEW.  COPYed at level 05
      * wherever a single entry is needed and REPLACED to level 10
      * when nested inside the EVENTOS OCCURS table in ALUEVENL.
       05  EVT-CODIGO              PIC X(5).
       05  EVT-DATA                PIC 9(8).
       05  EVT-DESTINO             PIC X(30).
       05  EVT-TURMA               PIC X(4) OCCURS 6 TIMES.
       05  EVT-VALOR               PIC 9(5)V9(2).
       05  EVT-COBRANCA            PIC X(1).
           88  EVT-COBRA-MENSALIDADE VALUE "S".
           88  EVT-COBRANCA-VALIDA VALUES "S" "N".
       05  EVT-HORA-SAIDA          PIC 9(4).
       05  EVT-HORA-RETORNO        PIC 9(4).
