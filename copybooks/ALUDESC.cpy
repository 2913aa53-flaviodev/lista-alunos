      * ALUDESC - one scholarship/discount grant (bolsa/desconto),
      * keyed by matricula: the reason, whether BOL-VALOR is a
      * percentage of the turma fee or a fixed amount off it, the
      * reference months it is valid for (AAAAMM; BOL-MES-FIM zero
      * = open-ended) and the supervisor who approved it.  An
      * integral bolsa is always 100 percent.  Maintained on the
      * supervisor tab of ALUNO-MENSALIDADE-VIEW and applied by the
      * monthly charge generation (ALUNO-MENSALIDADE-GERA).
       05  BOL-MATRICULA           PIC 9(6).
       05  BOL-MOTIVO              PIC X(1).
           88  BOL-INTEGRAL        VALUE "I".
           88  BOL-PARCIAL         VALUE "P".
           88  BOL-IRMAO           VALUE "R".
           88  BOL-FUNCIONARIO     VALUE "F".
       05  BOL-TIPO                PIC X(1).
           88  BOL-PERCENTUAL      VALUE "P".
           88  BOL-VALOR-FIXO      VALUE "F".
       05  BOL-VALOR               PIC 9(5)V9(2).
       05  BOL-MES-INICIO          PIC 9(6).
       05  BOL-MES-FIM             PIC 9(6).
       05  BOL-OPERADOR            PIC X(8).
       05  BOL-DATA-APROVACAO      PIC 9(8).
