      * ALUTRREV - one transport review notice, appended to
      * TRANSREV.DAT by ALUNO-TRANSPORTE-AVISO when a rider is
      * withdrawn, moves to a turma of another turno or is promoted.
      * TRR-MOMENTO is AAAAMMDDHHMMSSCC; the notice stays open until
      * the rider is confirmed again in ALUNO-TRANSPORTE-VIEW.
       05  TRR-MATRICULA           PIC 9(6).
       05  TRR-MOMENTO             PIC 9(16).
       05  TRR-MOTIVO              PIC X(15).
       05  TRR-TURMA-ANTERIOR      PIC X(4).
       05  TRR-TURMA-NOVA          PIC X(4).
       05  TRR-OPERADOR            PIC X(8).
