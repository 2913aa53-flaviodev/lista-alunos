      * ALUBOLT - one payment slip (boleto) register entry: the
      * sequential nosso numero printed on the slip for a monthly
      * charge (matricula and reference year/month), the amount and
      * due date printed and the day it was first issued.  Appended
      * by ALUNO-BOLETO, which reuses the number when the same
      * charge is printed again, and read by ALUNO-MENSALIDADE-RETORNO
      * to match the bank's return lines back to the charge.
       05  BLT-NOSSO-NUMERO        PIC 9(8).
       05  BLT-MATRICULA           PIC 9(6).
       05  BLT-ANO                 PIC 9(4).
       05  BLT-MES                 PIC 9(2).
       05  BLT-VALOR               PIC 9(5)V9(2).
       05  BLT-VENCIMENTO          PIC 9(8).
       05  BLT-DATA-EMISSAO        PIC 9(8).
