      * ALUEVPAR - one student's participation in an event.  Created
      * as pendente for every active student of the participating
      * turmas when the event is registered; the school office then
      * records the guardian's answer on the permission slip and the
      * name of the responsavel who signed it.  EVP-MES-COBRANCA is
      * the month (AAAAMM) of the mensalidade that carries the cost
      * of an event billed on the mensalidade, zero while it is not
      * charged: ALUNO-MENSALIDADE-GERA charges every authorization
      * still at zero, so one recorded after the month of the event
      * was billed goes on the next mensalidade.  Kept in
      * EVENTPAR.DAT by ALUNO-EVENTO-VIEW.
       05  EVP-EVENTO              PIC X(5).
       05  EVP-MATRICULA           PIC 9(6).
       05  EVP-SITUACAO            PIC X(1).
           88  EVP-PENDENTE        VALUE "P".
           88  EVP-AUTORIZADO      VALUE "A".
           88  EVP-NAO-AUTORIZADO  VALUE "N".
           88  EVP-SITUACAO-VALIDA VALUES "P" "A" "N".
       05  EVP-RESPONSAVEL         PIC X(30).
       05  EVP-DATA-RESPOSTA       PIC 9(8).
       05  EVP-OPERADOR            PIC X(8).
       05  EVP-MES-COBRANCA        PIC 9(6).
