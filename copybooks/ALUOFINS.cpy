      * ALUOFINS - one student's enrollment in an oficina.  The
      * enrollment is open while OFN-DATA-FIM is zero; closing it
      * keeps the record so the fee of the closing month is still
      * billed and the student 360 inquiry shows the history.
      * OFN-MES-COBRANCA is the last month (AAAAMM) whose fee is
      * already on a mensalidade, zero before the first:
      * ALUNO-MENSALIDADE-GERA charges every month after it up to the
      * month billed (or the closing month), so an enrollment made
      * after the month was billed goes on the next mensalidade.
      * Kept in OFICINSC.DAT by ALUNO-OFICINA-VIEW.
       05  OFN-MATRICULA           PIC 9(6).
       05  OFN-OFICINA             PIC X(5).
       05  OFN-DATA-INICIO         PIC 9(8).
       05  OFN-DATA-FIM            PIC 9(8).
       05  OFN-OPERADOR            PIC X(8).
       05  OFN-MES-COBRANCA        PIC 9(6).
