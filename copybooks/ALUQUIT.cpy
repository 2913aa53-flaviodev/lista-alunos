      * ALUQUIT - the financial settlement (quitacao) of a student
      * being desligated, as worked out by ALUNO-QUITACAO: charges
      * of earlier months still open (the debt that needs a
      * supervisor to let the withdrawal through), the final charge
      * of the current month prorated to the days attended, and the
      * charges already generated for later months, which are
      * cancelled.  QUI-SALDO-ABERTO is what the family still owes
      * after the settlement.  Only the tuition of the current month
      * is prorated; the oficina, event and textbook charges billed
      * on it (QUI-VALOR-EXTRAS) stay in the final charge in full.
       05  QUI-DATA                PIC 9(8).
       05  QUI-QTDE-VENCIDAS       PIC 9(3).
       05  QUI-VALOR-VENCIDO       PIC 9(6)V9(2).
       05  QUI-MES-SITUACAO        PIC X(1).
           88  QUI-MES-ABERTO      VALUE "A".
           88  QUI-MES-PAGO        VALUE "P".
           88  QUI-MES-NOVO        VALUE "N".
           88  QUI-MES-SEM-TAXA    VALUE " ".
       05  QUI-VALOR-MES           PIC 9(5)V9(2).
       05  QUI-DIAS-CURSADOS       PIC 9(2).
       05  QUI-DIAS-MES            PIC 9(2).
       05  QUI-VALOR-PRORATA       PIC 9(5)V9(2).
       05  QUI-QTDE-CANCELADAS     PIC 9(3).
       05  QUI-VALOR-CANCELADO     PIC 9(6)V9(2).
       05  QUI-SALDO-ABERTO        PIC 9(6)V9(2).
       05  QUI-VALOR-EXTRAS        PIC 9(5)V9(2).
