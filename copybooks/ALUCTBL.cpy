      * ALUCTBL - one journal entry (lancamento) of the monthly
      * tuition export to the accountant, in the accountant's fixed
      * layout: posting date, debit and credit chart accounts, the
      * amount and a history text carrying the matricula and the
      * reference month.  Written by ALUNO-CONTABIL.
       05  CTB-DATA                PIC 9(8).
       05  CTB-CONTA-DEBITO        PIC X(10).
       05  CTB-CONTA-CREDITO       PIC X(10).
       05  CTB-VALOR               PIC 9(9)V9(2).
       05  CTB-HISTORICO           PIC X(40).
