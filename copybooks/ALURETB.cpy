      * ALURETB - one line of the bank's collection return file
      * (arquivo retorno, fixed format): the charge paid, identified
      * by matricula and reference year/month, the amount actually
      * credited and the date the guardian paid.  Lines for slips
      * printed by ALUNO-BOLETO also carry the slip's nosso numero,
      * which then identifies the charge; it is zero on lines keyed
      * by hand.  Consumed nightly by ALUNO-MENSALIDADE-RETORNO.
       05  RET-MATRICULA           PIC 9(6).
       05  RET-ANO                 PIC 9(4).
       05  RET-MES                 PIC 9(2).
       05  RET-VALOR-PAGO          PIC 9(5)V9(2).
       05  RET-DATA-PAGAMENTO      PIC 9(8).
       05  RET-NOSSO-NUMERO        PIC 9(8).
