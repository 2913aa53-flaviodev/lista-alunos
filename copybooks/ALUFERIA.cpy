      * ALUFERIA - one holiday or recess day applied to the draft
      * calendar of the school-year opening.  FER-UNIDADE zero means
      * every unit; a blank FER-TIPO is taken as feriado.
       05  FER-DATA                PIC 9(8).
       05  FER-TIPO                PIC X(1).
           88  FER-FERIADO         VALUE "F" " ".
           88  FER-RECESSO         VALUE "R".
       05  FER-DESCRICAO           PIC X(20).
       05  FER-UNIDADE             PIC 9(2).
