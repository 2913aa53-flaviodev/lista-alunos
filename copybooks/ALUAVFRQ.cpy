      * ALUAVFRQ - one absence notice sent to a student's guardian
      * by the weekly early-warning run (ALUNO-FREQUENCIA-ALERTA),
      * kept so the same situation is not notified again every
      * week: a run of consecutive unjustified absences is notified
      * once (AVF-DATA-REFERENCIA is the first day of the run), and
      * attendance falling toward or below PAR-FREQ-MINIMA once per
      * school year each.
       05  AVF-MATRICULA           PIC 9(6).
       05  AVF-ANO                 PIC 9(4).
       05  AVF-MOTIVO              PIC X(1).
           88  AVF-CONSECUTIVAS    VALUE "C".
           88  AVF-FREQ-EM-QUEDA   VALUE "Q".
           88  AVF-FREQ-ABAIXO     VALUE "B".
       05  AVF-DATA-AVISO          PIC 9(8).
       05  AVF-DATA-REFERENCIA     PIC 9(8).
       05  AVF-FALTAS              PIC 9(3).
       05  AVF-PERCENTUAL          PIC 9(3)V9(1).
