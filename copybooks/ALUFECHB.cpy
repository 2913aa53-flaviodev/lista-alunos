      * ALUFECHB - one closed academic period (school year plus
      * bimestre).  A record here means that period's grades and
      * class diary entries are locked against further changes;
      * written and consulted by ALUNO-BIMESTRE.
       05  FEC-ANO                 PIC 9(4).
       05  FEC-BIMESTRE            PIC 9(1).
