      * ALUMSGRT - one line of the messaging provider's delivery-
      * status file MENSRET.DAT, read by ALUNO-MENSAGEM-ENVIO: the
      * MSG-ID of a message sent, "00" when it was delivered or the
      * provider's failure code, the date of the attempt and the
      * provider's description of the outcome.
       05  MSR-ID                  PIC 9(8).
       05  MSR-SITUACAO            PIC X(2).
           88  MSR-ENTREGUE        VALUE "00".
       05  MSR-DATA                PIC 9(8).
       05  MSR-DESCRICAO           PIC X(20).
