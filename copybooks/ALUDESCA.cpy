      * ALUDESCA - one discount actually granted on a monthly
      * charge: appended by ALUNO-MENSALIDADE-GERA for every
      * mensalidade created below the turma fee, with the gross fee,
      * the amount taken off and the reason (the BOL-MOTIVO codes of
      * ALUDESC; a sibling discount given automatically from the
      * family grouping is recorded as "R" with DSA-AUTOMATICO "S").
       05  DSA-MATRICULA           PIC 9(6).
       05  DSA-ANO                 PIC 9(4).
       05  DSA-MES                 PIC 9(2).
       05  DSA-TURMA               PIC X(4).
       05  DSA-MOTIVO              PIC X(1).
       05  DSA-AUTOMATICO          PIC X(1).
       05  DSA-VALOR-BRUTO         PIC 9(5)V9(2).
       05  DSA-VALOR-DESCONTO      PIC 9(5)V9(2).
