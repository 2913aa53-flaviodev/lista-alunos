      * ALUROTA - one contracted school transport route (transporte
      * escolar): the van's driver and vehicle, its seats, the turno
      * it serves and up to eight stops in running order.  Kept in
      * ROTA.DAT and maintained by supervisors in
      * ALUNO-TRANSPORTE-VIEW; riders point at a stop by its number.
       05  ROT-CODIGO              PIC X(4).
       05  ROT-MOTORISTA           PIC X(30).
       05  ROT-VEICULO             PIC X(8).
       05  ROT-CAPACIDADE          PIC 9(3).
       05  ROT-TURNO               PIC X(1).
           88  ROT-TURNO-VALIDO    VALUES "M" "T" "N".
       05  ROT-PARADA              PIC X(25) OCCURS 8 TIMES.
