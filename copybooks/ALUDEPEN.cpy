      * ALUDEPEN - one dependencia: a disciplina the student failed
      * in the origin year and carries over after being promoted
      * "com dependencia".  Written by ALUNO-FECHAMENTO when the
      * number of failed disciplinas is within the parameter limit;
      * a later closing marks it cumprida once the grades entered
      * through ALUNO-DEPENDENCIA-VIEW reach the passing media.
       05  DEP-MATRICULA           PIC 9(6).
       05  DEP-DISCIPLINA          PIC X(10).
       05  DEP-ANO-ORIGEM          PIC 9(4).
       05  DEP-MEDIA-ORIGEM        PIC 9(2)V9(1).
       05  DEP-SITUACAO            PIC X(1).
           88  DEP-PENDENTE        VALUE "P".
           88  DEP-CUMPRIDA        VALUE "C".
       05  DEP-ANO-CUMPRIDA        PIC 9(4).
       05  DEP-MEDIA-FINAL         PIC 9(2)V9(1).
