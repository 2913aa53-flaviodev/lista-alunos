       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-MENSAGEM-POSTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-MENSAGENS ASSIGN TO "MENSAGEM.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-MENSAGENS.
       01  MENSAGEM-REC.
           COPY ALUMSGQ.

       WORKING-STORAGE SECTION.
       01 MSG-FILE-STATUS PIC X(2) VALUE "00".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 RESPONSAVEL-ACHADO PIC X VALUE "N".
           88 TEM-RESPONSAVEL VALUE "S".
       01 RESPONSAVEL.
           COPY ALURESP.
       01 RECUSA-TIPO PIC X(1) VALUE SPACES.
       01 CANAL-ENVIO PIC X(1) VALUE SPACES.
       01 MOMENTO-MENSAGEM.
           05 MOMENTO-DATA PIC 9(8).
           05 MOMENTO-HORA PIC 9(8).
       LINKAGE SECTION.
       01 MENSAGEM-TIPO PIC X(2).
       01 MENSAGEM-MATRICULA PIC 9(6).
       01 MENSAGEM-TEXTO PIC X(120).
       01 OPERADOR-ID PIC X(8).
       01 STATUS-MENSAGEM PIC X(20).

      * Puts one message of MENSAGEM-TIPO (FA faltas, CO cobranca,
      * EV evento, BO boletim) for the guardian of the student into
      * the outbound queue, to go out with the next nightly
      * ALUNO-MENSAGEM-ENVIO.  The message is only appended, so the
      * caller never waits on the queue.  Nothing is queued when the
      * student has no guardian on file ("SEM RESPONSAVEL"), the
      * guardian opted out of the type ("RECUSADO") or has neither
      * the phone nor the e-mail the channel needs ("SEM CONTATO").
       PROCEDURE DIVISION USING MENSAGEM-TIPO, MENSAGEM-MATRICULA,
                    MENSAGEM-TEXTO, OPERADOR-ID, STATUS-MENSAGEM.
           MOVE SPACES TO STATUS-MENSAGEM.
           PERFORM BUSCA-RESPONSAVEL.
           IF NOT TEM-RESPONSAVEL THEN
               MOVE "SEM RESPONSAVEL" TO STATUS-MENSAGEM
           ELSE
               PERFORM VERIFICA-RECUSA
               IF RECUSA-TIPO EQUAL "S" THEN
                   MOVE "RECUSADO" TO STATUS-MENSAGEM
               ELSE
                   PERFORM ESCOLHE-CANAL
                   IF CANAL-ENVIO EQUAL SPACES THEN
                       MOVE "SEM CONTATO" TO STATUS-MENSAGEM
                   ELSE
                       PERFORM GRAVA-MENSAGEM
                       MOVE "OK" TO STATUS-MENSAGEM
                   END-IF
               END-IF
           END-IF.
       EXIT PROGRAM.

       BUSCA-RESPONSAVEL.
           MOVE "N" TO RESPONSAVEL-ACHADO.
           MOVE "N" TO FIM-RESPONSAVEIS.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM LE-RESPONSAVEL
                   UNTIL FIM-DO-ARQ-RESPONSAVEIS OR TEM-RESPONSAVEL.
           CLOSE ARQ-RESPONSAVEIS.

       LE-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE "S" TO FIM-RESPONSAVEIS
               NOT AT END
                   IF RSP-MATRICULA OF RESPONSAVEL-REC EQUAL
                           MENSAGEM-MATRICULA THEN
                       MOVE RESPONSAVEL-REC TO RESPONSAVEL
                       MOVE "S" TO RESPONSAVEL-ACHADO
                   END-IF
           END-READ.

       VERIFICA-RECUSA.
           MOVE SPACES TO RECUSA-TIPO.
           EVALUATE MENSAGEM-TIPO
               WHEN "FA"
                   MOVE RSP-RECUSA-FALTA OF RESPONSAVEL TO RECUSA-TIPO
               WHEN "CO"
                   MOVE RSP-RECUSA-COBRANCA OF RESPONSAVEL
                           TO RECUSA-TIPO
               WHEN "EV"
                   MOVE RSP-RECUSA-EVENTO OF RESPONSAVEL
                           TO RECUSA-TIPO
               WHEN "BO"
                   MOVE RSP-RECUSA-BOLETIM OF RESPONSAVEL
                           TO RECUSA-TIPO
           END-EVALUATE.

       ESCOLHE-CANAL.
           MOVE SPACES TO CANAL-ENVIO.
           EVALUATE TRUE
               WHEN RSP-CANAL-SMS OF RESPONSAVEL
                   IF RSP-TELEFONE OF RESPONSAVEL NOT EQUAL SPACES
                           THEN
                       MOVE "S" TO CANAL-ENVIO
                   END-IF
               WHEN RSP-CANAL-EMAIL OF RESPONSAVEL
                   IF RSP-EMAIL OF RESPONSAVEL NOT EQUAL SPACES THEN
                       MOVE "E" TO CANAL-ENVIO
                   END-IF
               WHEN OTHER
                   IF RSP-TELEFONE OF RESPONSAVEL NOT EQUAL SPACES
                           THEN
                       MOVE "S" TO CANAL-ENVIO
                   ELSE
                       IF RSP-EMAIL OF RESPONSAVEL NOT EQUAL SPACES
                               THEN
                           MOVE "E" TO CANAL-ENVIO
                       END-IF
                   END-IF
           END-EVALUATE.

       GRAVA-MENSAGEM.
           OPEN EXTEND ARQ-MENSAGENS.
           IF MSG-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARQ-MENSAGENS
           END-IF.
           ACCEPT MOMENTO-DATA FROM DATE YYYYMMDD.
           ACCEPT MOMENTO-HORA FROM TIME.
           MOVE SPACES TO MENSAGEM-REC.
           MOVE 0 TO MSG-ID.
           MOVE MOMENTO-DATA TO MSG-DATA.
           MOVE MOMENTO-HORA TO MSG-HORA.
           MOVE MENSAGEM-MATRICULA TO MSG-MATRICULA.
           MOVE MENSAGEM-TIPO TO MSG-TIPO.
           MOVE RSP-NOME OF RESPONSAVEL TO MSG-RESPONSAVEL.
           MOVE CANAL-ENVIO TO MSG-CANAL.
           MOVE RSP-TELEFONE OF RESPONSAVEL TO MSG-TELEFONE.
           MOVE RSP-EMAIL OF RESPONSAVEL TO MSG-EMAIL.
           MOVE MENSAGEM-TEXTO TO MSG-TEXTO.
           MOVE "P" TO MSG-SITUACAO.
           MOVE 0 TO MSG-TENTATIVAS.
           MOVE 0 TO MSG-DATA-ENVIO.
           MOVE OPERADOR-ID TO MSG-OPERADOR.
           WRITE MENSAGEM-REC.
           CLOSE ARQ-MENSAGENS.
