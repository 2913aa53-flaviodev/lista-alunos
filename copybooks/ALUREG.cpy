       05  ALU-STATUS              PIC X(1) VALUE "A".
           88  ALU-ATIVO           VALUE "A".
           88  ALU-INATIVO         VALUE "I".
      * School unit (1-9) the student is enrolled in: always the
      * unit of the turma, set when the student is added and changed
      * only by the transfer between units.
       05  ALU-UNIDADE             PIC 9(2).
