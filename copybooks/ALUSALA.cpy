      * ALUSALA - one room (sala) of the school: its code, the kind
      * of room, the seats it holds and the turnos in which it can
      * be booked.  TUR-SALA names the home room of a turma and
      * HOR-SALA a room booked for a single timetable slot; both
      * are checked against this master when the room is in it.
      * Maintained by ALUNO-SALA-VIEW in SALA.DAT.
       05  SAL-CODIGO              PIC X(5).
       05  SAL-DESCRICAO           PIC X(20).
       05  SAL-TIPO                PIC X(1).
           88  SAL-TIPO-COMUM      VALUE "C".
           88  SAL-TIPO-LABORATORIO VALUE "L".
           88  SAL-TIPO-QUADRA     VALUE "Q".
           88  SAL-TIPO-INFORMATICA VALUE "I".
           88  SAL-TIPO-VALIDO     VALUES "C" "L" "Q" "I".
       05  SAL-LUGARES             PIC 9(3).
       05  SAL-TURNO-MANHA         PIC X(1).
           88  SAL-LIVRE-MANHA     VALUE "S".
       05  SAL-TURNO-TARDE         PIC X(1).
           88  SAL-LIVRE-TARDE     VALUE "S".
       05  SAL-TURNO-NOITE         PIC X(1).
           88  SAL-LIVRE-NOITE     VALUE "S".
