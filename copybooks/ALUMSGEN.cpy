      * ALUMSGEN - one message handed to the messaging provider in
      * the nightly MENSENV.DAT written by ALUNO-MENSAGEM-ENVIO:
      * the queue's MSG-ID, which the provider quotes back in its
      * delivery-status file, the channel ("S" SMS, "E" e-mail), the
      * phone number or e-mail address, the guardian's name and the
      * text.
       05  MSE-ID                  PIC 9(8).
       05  MSE-CANAL               PIC X(1).
       05  MSE-DESTINO             PIC X(40).
       05  MSE-NOME                PIC X(30).
       05  MSE-TEXTO               PIC X(120).
