      * ALURETIR - one pick-up confirmed at the gate: the student,
      * the person who took the child (as on the pick-up list at the
      * time) and the operator on duty.  Appended to RETIRADA.LOG by
      * ALUNO-PORTARIA-VIEW.
       05  RTR-DATA                PIC 9(8).
       05  RTR-HORA                PIC 9(8).
       05  RTR-MATRICULA           PIC 9(6).
       05  RTR-NOME                PIC X(30).
       05  RTR-DOCUMENTO           PIC X(15).
       05  RTR-PARENTESCO          PIC X(10).
       05  RTR-OPERADOR            PIC X(8).
