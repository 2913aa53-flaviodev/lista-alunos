      * ALUCONS - one conselho de classe decision on a student's
      * year-end verdict: the verdict RESULTADO.DAT held when the
      * council sat, what the council decided, why, when and who
      * was present.  Entered by ALUNO-CONSELHO-VIEW and appended to
      * CONSELHO.DAT, never rewritten; when a matricula/ano has more
      * than one decision the last one entered stands.  RESULTADO.DAT
      * keeps the closing verdict - ALUNO-PROMOCAO, the boletim and
      * the historico look the decision up through
      * ALUNO-CONSELHO-DECISAO and ALUNO-REFECHAMENTO leaves decided
      * students alone.
       05  CON-MATRICULA           PIC 9(6).
       05  CON-ANO                 PIC 9(4).
       05  CON-TURMA               PIC X(4).
       05  CON-RESULTADO-ORIGINAL  PIC X(1).
       05  CON-MEDIA               PIC 9(2)V9(1).
       05  CON-DECISAO             PIC X(1).
           88  CON-APROVADO-CONSELHO VALUE "A".
           88  CON-MANTIDO         VALUE "M".
       05  CON-DATA-CONSELHO       PIC 9(8).
       05  CON-JUSTIFICATIVA       PIC X(60).
       05  CON-MEMBROS             PIC X(60).
       05  CON-DATA-REGISTRO       PIC 9(6).
       05  CON-OPERADOR            PIC X(8).
