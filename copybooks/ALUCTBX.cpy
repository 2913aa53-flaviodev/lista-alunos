      * ALUCTBX - one accounting export of a period (ano/mes), as
      * recorded by ALUNO-CONTABIL in CONTAEXP.DAT.  A period is
      * exported once; a re-export after corrections is only done
      * when asked for in SYSIN, with a reason, and adds a record
      * with the next version number, so the accountant can tell
      * which file replaces which.
       05  CEX-ANO                 PIC 9(4).
       05  CEX-MES                 PIC 9(2).
       05  CEX-VERSAO              PIC 9(2).
       05  CEX-DATA                PIC 9(8).
       05  CEX-QTDE-LANCAMENTOS    PIC 9(5).
       05  CEX-TOTAL               PIC 9(9)V9(2).
       05  CEX-MOTIVO              PIC X(40).
