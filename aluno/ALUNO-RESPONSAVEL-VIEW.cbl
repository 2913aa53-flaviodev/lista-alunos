           05  VALUE "Endereco:"                         LINE 8 COL 10.
           05  ENDERECO-INPUT                            LINE 8 COL 25
                   PIC X(40) USING RSP-ENDERECO OF RESPONSAVEL AUTO.
           05  VALUE "E-mail:"                           LINE 9 COL 10.
           05  EMAIL-INPUT                               LINE 9 COL 25
                   PIC X(40) USING RSP-EMAIL OF RESPONSAVEL AUTO.
           05  VALUE "Mensagens por (S)MS (E)-mail:"     LINE 10 COL 10.
           05  CANAL-INPUT                               LINE 10 COL 41
                   PIC X USING RSP-CANAL OF RESPONSAVEL AUTO.
           05  VALUE "(vazio = SMS se houver telefone)"  LINE 10 COL 44.
           05  VALUE "Nao enviar mensagens de (S/N):"    LINE 12 COL 10.
           05  VALUE "Faltas:"                           LINE 13 COL 12.
           05  RECUSA-FALTA-INPUT                        LINE 13 COL 25
                   PIC X USING RSP-RECUSA-FALTA OF RESPONSAVEL AUTO.
           05  VALUE "Cobranca:"                         LINE 14 COL 12.
           05  RECUSA-COBRANCA-INPUT                     LINE 14 COL 25
                   PIC X USING RSP-RECUSA-COBRANCA OF RESPONSAVEL
                   AUTO.
           05  VALUE "Eventos:"                          LINE 15 COL 12.
           05  RECUSA-EVENTO-INPUT                       LINE 15 COL 25
                   PIC X USING RSP-RECUSA-EVENTO OF RESPONSAVEL AUTO.
           05  VALUE "Boletim:"                          LINE 16 COL 12.
           05  RECUSA-BOLETIM-INPUT                      LINE 16 COL 25
                   PIC X USING RSP-RECUSA-BOLETIM OF RESPONSAVEL
                   AUTO.

       PROCEDURE DIVISION USING TOTAL-ALUNOS, LISTA,
                    OPERADOR-ID.
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           PERFORM AJUSTA-PREFERENCIAS.
           IF RSP-NOME OF RESPONSAVEL EQUAL SPACES THEN
               MOVE "RESPONSAVEL EM BRANCO" TO STATUS-RESPONSAVEL
           ELSE
           IF NOT RSP-CANAL-VALIDO OF RESPONSAVEL THEN
               MOVE "CANAL INVALIDO" TO STATUS-RESPONSAVEL
           ELSE
           IF RSP-CANAL-SMS OF RESPONSAVEL AND
                   RSP-TELEFONE OF RESPONSAVEL EQUAL SPACES THEN
               MOVE "INFORME O TELEFONE" TO STATUS-RESPONSAVEL
           ELSE
           IF RSP-CANAL-EMAIL OF RESPONSAVEL AND
                   RSP-EMAIL OF RESPONSAVEL EQUAL SPACES THEN
               MOVE "INFORME O E-MAIL" TO STATUS-RESPONSAVEL
           ELSE
               IF RTN-RESPONSAVEL-ACHADO NOT EQUAL 0 THEN
                   MOVE RESPONSAVEL
                       MOVE "OK" TO STATUS-RESPONSAVEL
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The channel is kept in upper case and an opt-out flag is
      * either "S" or blank, so the message programs only ever test
      * for "S".
       AJUSTA-PREFERENCIAS.
           INSPECT RSP-CANAL OF RESPONSAVEL CONVERTING "se" TO "SE".
           IF RSP-RECUSA-FALTA OF RESPONSAVEL EQUAL "s" THEN
               MOVE "S" TO RSP-RECUSA-FALTA OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-FALTA OF RESPONSAVEL NOT EQUAL "S" THEN
               MOVE SPACES TO RSP-RECUSA-FALTA OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-COBRANCA OF RESPONSAVEL EQUAL "s" THEN
               MOVE "S" TO RSP-RECUSA-COBRANCA OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-COBRANCA OF RESPONSAVEL NOT EQUAL "S" THEN
               MOVE SPACES TO RSP-RECUSA-COBRANCA OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-EVENTO OF RESPONSAVEL EQUAL "s" THEN
               MOVE "S" TO RSP-RECUSA-EVENTO OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-EVENTO OF RESPONSAVEL NOT EQUAL "S" THEN
               MOVE SPACES TO RSP-RECUSA-EVENTO OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-BOLETIM OF RESPONSAVEL EQUAL "s" THEN
               MOVE "S" TO RSP-RECUSA-BOLETIM OF RESPONSAVEL
           END-IF.
           IF RSP-RECUSA-BOLETIM OF RESPONSAVEL NOT EQUAL "S" THEN
               MOVE SPACES TO RSP-RECUSA-BOLETIM OF RESPONSAVEL
           END-IF.

       BUSCA-RESPONSAVEL.
