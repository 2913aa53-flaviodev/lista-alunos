      * ALUEMPRE - one copy of a title lent to a student for the ano
      * letivo.  The loan is open while EMP-DATA-DEVOLUCAO is zero;
      * the return records the date and the condition the copy came
      * back in, or "P" when it was lost.  A lost copy may be charged
      * to the family: EMP-COBRANCA "C" once the replacement value is
      * on a mensalidade (EMP-MES-COBRANCA, AAAAMM), "P" while it
      * waits for the next mensalidade ALUNO-MENSALIDADE-GERA
      * generates for the student.  Kept in EMPRESTA.DAT by
      * ALUNO-LIVRO-VIEW and the bulk issue run ALUNO-LIVRO-ENTREGA.
       05  EMP-MATRICULA           PIC 9(6).
       05  EMP-LIVRO               PIC X(6).
       05  EMP-ANO                 PIC 9(4).
       05  EMP-DATA-ENTREGA        PIC 9(8).
       05  EMP-DATA-DEVOLUCAO      PIC 9(8).
       05  EMP-CONDICAO            PIC X(1).
           88  EMP-BOM             VALUE "B".
           88  EMP-REGULAR         VALUE "R".
           88  EMP-DANIFICADO      VALUE "D".
           88  EMP-PERDIDO         VALUE "P".
           88  EMP-CONDICAO-VALIDA VALUES "B" "R" "D" "P".
           88  EMP-VOLTA-ESTOQUE   VALUES "B" "R".
       05  EMP-COBRANCA            PIC X(1).
           88  EMP-COBRANCA-PENDENTE VALUE "P".
           88  EMP-COBRANCA-FEITA  VALUE "C".
       05  EMP-VALOR-COBRANCA      PIC 9(5)V9(2).
       05  EMP-MES-COBRANCA        PIC 9(6).
       05  EMP-OPERADOR            PIC X(8).
