      * ALUMSGQ - one message to a student's guardian in the outbound
      * queue MENSAGEM.DAT.  Posted as pendente ("P") through
      * ALUNO-MENSAGEM-POSTA with the guardian's name and contact
      * taken from RESPONSAVEL.DAT; MSG-ID stays zero until the
      * nightly ALUNO-MENSAGEM-ENVIO numbers the message and hands it
      * to the messaging provider ("E").  The provider's delivery
      * status then makes it entregue ("D") or, once MSG-TENTATIVAS
      * reaches the limit of the run, nao entregue ("N"); a message
      * whose guardian has since opted out of its type is recusada
      * ("R") and never sent.
       05  MSG-ID                  PIC 9(8).
       05  MSG-DATA                PIC 9(8).
       05  MSG-HORA                PIC 9(8).
       05  MSG-MATRICULA           PIC 9(6).
       05  MSG-TIPO                PIC X(2).
           88  MSG-TIPO-FALTA      VALUE "FA".
           88  MSG-TIPO-COBRANCA   VALUE "CO".
           88  MSG-TIPO-EVENTO     VALUE "EV".
           88  MSG-TIPO-BOLETIM    VALUE "BO".
           88  MSG-TIPO-VALIDO     VALUES "FA" "CO" "EV" "BO".
       05  MSG-RESPONSAVEL         PIC X(30).
       05  MSG-CANAL               PIC X(1).
           88  MSG-CANAL-SMS       VALUE "S".
           88  MSG-CANAL-EMAIL     VALUE "E".
       05  MSG-TELEFONE            PIC X(12).
       05  MSG-EMAIL               PIC X(40).
       05  MSG-TEXTO               PIC X(120).
       05  MSG-SITUACAO            PIC X(1).
           88  MSG-PENDENTE        VALUE "P".
           88  MSG-ENVIADA         VALUE "E".
           88  MSG-ENTREGUE        VALUE "D".
           88  MSG-NAO-ENTREGUE    VALUE "N".
           88  MSG-RECUSADA        VALUE "R".
           88  MSG-ENCERRADA       VALUES "D" "N" "R".
       05  MSG-TENTATIVAS          PIC 9(1).
       05  MSG-DATA-ENVIO          PIC 9(8).
       05  MSG-RETORNO             PIC X(20).
       05  MSG-OPERADOR            PIC X(8).
