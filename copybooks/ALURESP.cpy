      * ALURESP - one guardian (responsavel) contact record, keyed by
      * the student's matricula.  One record per student; maintained
      * by ALUNO-RESPONSAVEL-VIEW and exported by ALUNO-EXPORTA-MALA.
      * RSP-CANAL is how the guardian wants the school's messages
      * (ALUNO-MENSAGEM-POSTA): "S" by SMS to RSP-TELEFONE, "E" by
      * e-mail to RSP-EMAIL, blank = SMS when there is a phone, else
      * e-mail.  A RSP-RECUSA-* flag "S" means the guardian asked
      * not to receive that type of message.
       05  RSP-MATRICULA           PIC 9(6).
       05  RSP-NOME                PIC X(30).
       05  RSP-PARENTESCO          PIC X(10).
       05  RSP-TELEFONE            PIC X(12).
       05  RSP-ENDERECO            PIC X(40).
       05  RSP-EMAIL               PIC X(40).
       05  RSP-CANAL               PIC X(1).
           88  RSP-CANAL-SMS       VALUE "S".
           88  RSP-CANAL-EMAIL     VALUE "E".
           88  RSP-CANAL-VALIDO    VALUES " " "S" "E".
       05  RSP-RECUSA-FALTA        PIC X(1).
       05  RSP-RECUSA-COBRANCA     PIC X(1).
       05  RSP-RECUSA-EVENTO       PIC X(1).
       05  RSP-RECUSA-BOLETIM      PIC X(1).
