      * ALUTRANS - one transport rider per matricula: the route, the
      * number of the stop on it, the pick-up time (HHMM) and the
      * direction ridden - ida, volta or ambos.  TRA-REVISADO-EM
      * (AAAAMMDDHHMMSSCC) is when the desk last placed or confirmed
      * the rider; a review notice in TRANSREV.DAT recorded after it
      * leaves the rider pending review.  Kept in TRANSPOR.DAT by
      * ALUNO-TRANSPORTE-VIEW.
       05  TRA-MATRICULA           PIC 9(6).
       05  TRA-ROTA                PIC X(4).
       05  TRA-PARADA              PIC 9(1).
       05  TRA-HORARIO             PIC 9(4).
       05  TRA-SENTIDO             PIC X(1).
           88  TRA-VAI             VALUES "I" "A".
           88  TRA-VOLTA           VALUES "V" "A".
           88  TRA-SENTIDO-VALIDO  VALUES "I" "V" "A".
       05  TRA-REVISADO-EM         PIC 9(16).
       05  TRA-OPERADOR            PIC X(8).
