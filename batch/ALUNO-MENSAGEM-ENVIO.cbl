       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-MENSAGEM-ENVIO AS "ALUMSGEN".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-MENSAGENS ASSIGN TO "MENSAGEM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RETORNO ASSIGN TO "MENSRET.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-RESPONSAVEIS ASSIGN TO "RESPONSAVEL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-ENVIO ASSIGN TO "MENSENV.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "MENSFONE.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MENSAGENS.
       01  MENSAGEM-REC.
           COPY ALUMSGQ.
       FD  ARQ-RETORNO.
       01  RETORNO-REC.
           COPY ALUMSGRT.
       FD  ARQ-RESPONSAVEIS.
       01  RESPONSAVEL-REC.
           COPY ALURESP.
       FD  ARQ-ENVIO.
       01  ENVIO-REC.
           COPY ALUMSGEN.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 I PIC 9(4) VALUE 1.
       01 K PIC 9(3) VALUE 1.
       01 FIM-MENSAGENS PIC X VALUE "N".
           88 FIM-DO-ARQ-MENSAGENS VALUE "S".
       01 FIM-RETORNO PIC X VALUE "N".
           88 FIM-DO-ARQ-RETORNO VALUE "S".
       01 FIM-RESPONSAVEIS PIC X VALUE "N".
           88 FIM-DO-ARQ-RESPONSAVEIS VALUE "S".
       01 FILA-EXCEDIDA PIC X VALUE "N".
           88 FILA-CHEIA VALUE "S".
       01 RESPONSAVEIS-EXCEDIDOS PIC X VALUE "N".
           88 TABELA-RESPONSAVEIS-CHEIA VALUE "S".
       01 TENTATIVAS-ALPHA PIC X(1) VALUE SPACES.
       01 RETENCAO-ALPHA PIC X(3) VALUE SPACES.
       01 MAXIMO-TENTATIVAS PIC 9(1) VALUE 3.
       01 DIAS-RETENCAO PIC 9(3) VALUE 90.
       01 DATA-HOJE PIC 9(8) VALUE 0.
       01 DATA-LIMITE PIC 9(8) VALUE 0.
       01 DATA-REFERENCIA PIC 9(8) VALUE 0.
       01 DAT-OPERACAO PIC X(10) VALUE SPACES.
       01 DAT-DIAS PIC 9(7) VALUE 0.
       01 STATUS-DATA PIC X(20) VALUE " ".
       01 TOTAL-MENSAGENS PIC 9(4) VALUE 0.
       01 LISTA-MENSAGENS.
           05 MENSAGENS OCCURS 5000 TIMES.
               COPY ALUMSGQ REPLACING ==05== BY ==10==.
       01 TAB-ACOMPANHAMENTO.
           05 ACOMPANHA OCCURS 5000 TIMES PIC X(1).
       01 TOTAL-RESPONSAVEIS PIC 9(3) VALUE 0.
       01 LISTA-RESPONSAVEIS.
           05 RESPONSAVEIS OCCURS 500 TIMES.
               COPY ALURESP REPLACING ==05== BY ==10==.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 RTN-MENSAGEM-ACHADA PIC 9(4) VALUE 0.
       01 RTN-RESPONSAVEL-ACHADO PIC 9(3) VALUE 0.
       01 ULTIMO-ID PIC 9(8) VALUE 0.
       01 RECUSA-TIPO PIC X(1) VALUE SPACES.
       01 CANAL-ENVIO PIC X(1) VALUE SPACES.
       01 TELEFONE-CONTATO PIC X(12) VALUE SPACES.
       01 DATA-EDIT PIC X(10) VALUE SPACES.
       01 DATA-FORMATAR PIC 9(8) VALUE 0.
       01 TOTAL-RETORNOS PIC 9(5) VALUE 0.
       01 TOTAL-ENTREGUES PIC 9(5) VALUE 0.
       01 TOTAL-REENVIOS PIC 9(5) VALUE 0.
       01 TOTAL-RETORNO-IGNORADO PIC 9(5) VALUE 0.
       01 TOTAL-ENVIADAS PIC 9(5) VALUE 0.
       01 TOTAL-NAO-ENTREGUES PIC 9(5) VALUE 0.
       01 TOTAL-RECUSADAS PIC 9(5) VALUE 0.
       01 TOTAL-SEM-RETORNO PIC 9(5) VALUE 0.
       01 TOTAL-ELIMINADAS PIC 9(5) VALUE 0.
       01 TOTAL-FOLLOW-UP PIC 9(5) VALUE 0.
       01 NOME-RELATORIO PIC X(12) VALUE "MENSFONE.RPT".
       01 RUN-JOB-NOME PIC X(8) VALUE "ALUMSGEN".
       01 RUN-OPERACAO PIC X(10) VALUE SPACES.
       01 RUN-LIDOS-CTR PIC 9(5) VALUE 0.
       01 RUN-APLICADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-REJEITADOS-CTR PIC 9(5) VALUE 0.
       01 RUN-RESULTADO-FIM PIC X(1) VALUE "O".

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           MOVE "INICIA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
           ACCEPT TENTATIVAS-ALPHA.
           ACCEPT RETENCAO-ALPHA.
           IF TENTATIVAS-ALPHA IS NUMERIC AND
                   TENTATIVAS-ALPHA NOT EQUAL "0" THEN
               MOVE TENTATIVAS-ALPHA TO MAXIMO-TENTATIVAS
           END-IF.
           IF RETENCAO-ALPHA IS NUMERIC AND
                   RETENCAO-ALPHA NOT EQUAL "000" THEN
               MOVE RETENCAO-ALPHA TO DIAS-RETENCAO
           END-IF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CALCULA-DATA-LIMITE.
           PERFORM CARREGA-MENSAGENS.
           IF FILA-CHEIA THEN
               DISPLAY "FILA COM MAIS DE 5000 MENSAGENS - NADA ENVIADO"
               MOVE TOTAL-MENSAGENS TO RUN-LIDOS-CTR
               MOVE 0 TO RUN-APLICADOS-CTR
               MOVE 0 TO RUN-REJEITADOS-CTR
               MOVE "E" TO RUN-RESULTADO-FIM
           ELSE
               PERFORM CARREGA-RESPONSAVEIS
               PERFORM PROCESSA-RETORNO
               OPEN OUTPUT ARQ-ENVIO
               PERFORM PREPARA-MENSAGEM VARYING I FROM 1 BY 1
                       UNTIL I > TOTAL-MENSAGENS
               CLOSE ARQ-ENVIO
               PERFORM GRAVA-MENSAGENS
               PERFORM IMPRIME-RELATORIO
               CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID
               PERFORM IMPRIME-SUMARIO
               MOVE TOTAL-MENSAGENS TO RUN-LIDOS-CTR
               MOVE TOTAL-ENVIADAS TO RUN-APLICADOS-CTR
               MOVE TOTAL-NAO-ENTREGUES TO RUN-REJEITADOS-CTR
               MOVE "O" TO RUN-RESULTADO-FIM
           END-IF.
           MOVE "ENCERRA" TO RUN-OPERACAO.
           CALL "ALUNO-RUN-CONTROLE" USING RUN-OPERACAO, RUN-JOB-NOME,
                   RUN-LIDOS-CTR, RUN-APLICADOS-CTR,
                   RUN-REJEITADOS-CTR, RUN-RESULTADO-FIM.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

      * Closed messages (entregue, nao entregue, recusada) are kept
      * for DIAS-RETENCAO days after they were last sent, or posted
      * when they never were, and then dropped from the queue.
       CALCULA-DATA-LIMITE.
           MOVE "CONTA-DIAS" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO, DATA-HOJE,
                   DAT-DIAS, STATUS-DATA.
           SUBTRACT DIAS-RETENCAO FROM DAT-DIAS.
           MOVE "MONTA-DATA" TO DAT-OPERACAO.
           CALL "ALUNO-DATA-CALCULO" USING DAT-OPERACAO, DATA-LIMITE,
                   DAT-DIAS, STATUS-DATA.

       CARREGA-MENSAGENS.
           MOVE "N" TO FIM-MENSAGENS.
           MOVE 0 TO TOTAL-MENSAGENS.
           MOVE 0 TO ULTIMO-ID.
           MOVE SPACES TO TAB-ACOMPANHAMENTO.
           OPEN INPUT ARQ-MENSAGENS.
           PERFORM LE-MENSAGEM UNTIL FIM-DO-ARQ-MENSAGENS.
           CLOSE ARQ-MENSAGENS.

       LE-MENSAGEM.
           READ ARQ-MENSAGENS
               AT END
                   MOVE "S" TO FIM-MENSAGENS
               NOT AT END
                   IF TOTAL-MENSAGENS < 5000 THEN
                       ADD 1 TO TOTAL-MENSAGENS
                       MOVE MENSAGEM-REC TO MENSAGENS(TOTAL-MENSAGENS)
                       IF MSG-ID OF MENSAGEM-REC > ULTIMO-ID THEN
                           MOVE MSG-ID OF MENSAGEM-REC TO ULTIMO-ID
                       END-IF
                   ELSE
                       MOVE "S" TO FILA-EXCEDIDA
                   END-IF
           END-READ.

       CARREGA-RESPONSAVEIS.
           MOVE "N" TO FIM-RESPONSAVEIS.
           MOVE 0 TO TOTAL-RESPONSAVEIS.
           OPEN INPUT ARQ-RESPONSAVEIS.
           PERFORM LE-RESPONSAVEL UNTIL FIM-DO-ARQ-RESPONSAVEIS.
           CLOSE ARQ-RESPONSAVEIS.

       LE-RESPONSAVEL.
           READ ARQ-RESPONSAVEIS
               AT END
                   MOVE "S" TO FIM-RESPONSAVEIS
               NOT AT END
                   IF TOTAL-RESPONSAVEIS < 500 THEN
                       ADD 1 TO TOTAL-RESPONSAVEIS
                       MOVE RESPONSAVEL-REC
                               TO RESPONSAVEIS(TOTAL-RESPONSAVEIS)
                   ELSE
                       MOVE "S" TO RESPONSAVEIS-EXCEDIDOS
                   END-IF
           END-READ.

      * The provider's delivery status of the messages handed over
      * on earlier nights.  A failure goes back to pendente to be
      * sent again tonight until the message has had
      * MAXIMO-TENTATIVAS attempts; after that it is nao entregue
      * and goes on the list for the office to phone the guardian.
      * Status lines for messages not waiting on the provider
      * (unknown or already settled) are only counted.
       PROCESSA-RETORNO.
           MOVE "N" TO FIM-RETORNO.
           OPEN INPUT ARQ-RETORNO.
           PERFORM LE-RETORNO UNTIL FIM-DO-ARQ-RETORNO.
           CLOSE ARQ-RETORNO.

       LE-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE "S" TO FIM-RETORNO
               NOT AT END
                   ADD 1 TO TOTAL-RETORNOS
                   PERFORM BUSCA-MENSAGEM
                   IF RTN-MENSAGEM-ACHADA EQUAL 0 THEN
                       ADD 1 TO TOTAL-RETORNO-IGNORADO
                   ELSE
                       PERFORM APLICA-RETORNO
                   END-IF
           END-READ.

       BUSCA-MENSAGEM.
           MOVE 0 TO RTN-MENSAGEM-ACHADA.
           IF MSR-ID NOT EQUAL 0 THEN
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > TOTAL-MENSAGENS
                       OR RTN-MENSAGEM-ACHADA NOT EQUAL 0
                   IF MSG-ID OF MENSAGENS(I) EQUAL MSR-ID AND
                           MSG-ENVIADA OF MENSAGENS(I) THEN
                       MOVE I TO RTN-MENSAGEM-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

       APLICA-RETORNO.
           MOVE RTN-MENSAGEM-ACHADA TO I.
           MOVE MSR-DESCRICAO TO MSG-RETORNO OF MENSAGENS(I).
           IF MSR-ENTREGUE THEN
               MOVE "D" TO MSG-SITUACAO OF MENSAGENS(I)
               ADD 1 TO TOTAL-ENTREGUES
           ELSE
               PERFORM REGISTRA-FALHA
           END-IF.

       REGISTRA-FALHA.
           IF MSG-TENTATIVAS OF MENSAGENS(I) < MAXIMO-TENTATIVAS THEN
               MOVE "P" TO MSG-SITUACAO OF MENSAGENS(I)
               ADD 1 TO TOTAL-REENVIOS
           ELSE
               PERFORM ENCERRA-NAO-ENTREGUE
           END-IF.

      * A message handed over on an earlier night that the
      * provider's file still does not mention counts as a failed
      * attempt.  Every pendente message is then checked against the
      * guardian file as it is tonight: an opt-out recorded since
      * the message was posted stops it, and the contact is taken
      * afresh so a phone or e-mail corrected after a failure is the
      * one used.  The message gets its number the first time it is
      * sent.
       PREPARA-MENSAGEM.
           IF MSG-ENVIADA OF MENSAGENS(I) AND
                   MSG-DATA-ENVIO OF MENSAGENS(I) < DATA-HOJE THEN
               MOVE "SEM RETORNO" TO MSG-RETORNO OF MENSAGENS(I)
               ADD 1 TO TOTAL-SEM-RETORNO
               PERFORM REGISTRA-FALHA
           END-IF.
           IF MSG-PENDENTE OF MENSAGENS(I) THEN
               MOVE MSG-MATRICULA OF MENSAGENS(I) TO MATRICULA-BUSCA
               PERFORM BUSCA-RESPONSAVEL
               IF RTN-RESPONSAVEL-ACHADO EQUAL 0 THEN
                   MOVE "SEM RESPONSAVEL" TO MSG-RETORNO OF
                           MENSAGENS(I)
                   PERFORM ENCERRA-NAO-ENTREGUE
               ELSE
                   PERFORM VERIFICA-RECUSA
                   IF RECUSA-TIPO EQUAL "S" THEN
                       MOVE "R" TO MSG-SITUACAO OF MENSAGENS(I)
                       MOVE "RECUSADA PELO RESP." TO MSG-RETORNO OF
                               MENSAGENS(I)
                       ADD 1 TO TOTAL-RECUSADAS
                   ELSE
                       PERFORM ATUALIZA-CONTATO
                       IF CANAL-ENVIO EQUAL SPACES THEN
                           MOVE "SEM CONTATO" TO MSG-RETORNO OF
                                   MENSAGENS(I)
                           PERFORM ENCERRA-NAO-ENTREGUE
                       ELSE
                           PERFORM GRAVA-ENVIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ENCERRA-NAO-ENTREGUE.
           MOVE "N" TO MSG-SITUACAO OF MENSAGENS(I).
           MOVE "N" TO ACOMPANHA(I).
           ADD 1 TO TOTAL-NAO-ENTREGUES.

       BUSCA-RESPONSAVEL.
           MOVE 0 TO RTN-RESPONSAVEL-ACHADO.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > TOTAL-RESPONSAVEIS
                   OR RTN-RESPONSAVEL-ACHADO NOT EQUAL 0
               IF RSP-MATRICULA OF RESPONSAVEIS(K) EQUAL
                       MATRICULA-BUSCA THEN
                   MOVE K TO RTN-RESPONSAVEL-ACHADO
               END-IF
           END-PERFORM.

       VERIFICA-RECUSA.
           MOVE RTN-RESPONSAVEL-ACHADO TO K.
           MOVE SPACES TO RECUSA-TIPO.
           EVALUATE TRUE
               WHEN MSG-TIPO-FALTA OF MENSAGENS(I)
                   MOVE RSP-RECUSA-FALTA OF RESPONSAVEIS(K)
                           TO RECUSA-TIPO
               WHEN MSG-TIPO-COBRANCA OF MENSAGENS(I)
                   MOVE RSP-RECUSA-COBRANCA OF RESPONSAVEIS(K)
                           TO RECUSA-TIPO
               WHEN MSG-TIPO-EVENTO OF MENSAGENS(I)
                   MOVE RSP-RECUSA-EVENTO OF RESPONSAVEIS(K)
                           TO RECUSA-TIPO
               WHEN MSG-TIPO-BOLETIM OF MENSAGENS(I)
                   MOVE RSP-RECUSA-BOLETIM OF RESPONSAVEIS(K)
                           TO RECUSA-TIPO
           END-EVALUATE.

      * Same channel rule as ALUNO-MENSAGEM-POSTA: the guardian's
      * choice when the contact it needs is on file, otherwise SMS
      * when there is a phone and e-mail when there is not.
       ATUALIZA-CONTATO.
           MOVE RTN-RESPONSAVEL-ACHADO TO K.
           MOVE SPACES TO CANAL-ENVIO.
           EVALUATE TRUE
               WHEN RSP-CANAL-SMS OF RESPONSAVEIS(K)
                   IF RSP-TELEFONE OF RESPONSAVEIS(K) NOT EQUAL
                           SPACES THEN
                       MOVE "S" TO CANAL-ENVIO
                   END-IF
               WHEN RSP-CANAL-EMAIL OF RESPONSAVEIS(K)
                   IF RSP-EMAIL OF RESPONSAVEIS(K) NOT EQUAL SPACES
                           THEN
                       MOVE "E" TO CANAL-ENVIO
                   END-IF
               WHEN OTHER
                   IF RSP-TELEFONE OF RESPONSAVEIS(K) NOT EQUAL
                           SPACES THEN
                       MOVE "S" TO CANAL-ENVIO
                   ELSE
                       IF RSP-EMAIL OF RESPONSAVEIS(K) NOT EQUAL
                               SPACES THEN
                           MOVE "E" TO CANAL-ENVIO
                       END-IF
                   END-IF
           END-EVALUATE.
           MOVE RSP-NOME OF RESPONSAVEIS(K) TO
                   MSG-RESPONSAVEL OF MENSAGENS(I).
           MOVE RSP-TELEFONE OF RESPONSAVEIS(K) TO
                   MSG-TELEFONE OF MENSAGENS(I).
           MOVE RSP-EMAIL OF RESPONSAVEIS(K) TO
                   MSG-EMAIL OF MENSAGENS(I).
           IF CANAL-ENVIO NOT EQUAL SPACES THEN
               MOVE CANAL-ENVIO TO MSG-CANAL OF MENSAGENS(I)
           END-IF.

       GRAVA-ENVIO.
           IF MSG-ID OF MENSAGENS(I) EQUAL 0 THEN
               ADD 1 TO ULTIMO-ID
               MOVE ULTIMO-ID TO MSG-ID OF MENSAGENS(I)
           END-IF.
           MOVE SPACES TO ENVIO-REC.
           MOVE MSG-ID OF MENSAGENS(I) TO MSE-ID.
           MOVE CANAL-ENVIO TO MSE-CANAL.
           IF CANAL-ENVIO EQUAL "S" THEN
               MOVE MSG-TELEFONE OF MENSAGENS(I) TO MSE-DESTINO
           ELSE
               MOVE MSG-EMAIL OF MENSAGENS(I) TO MSE-DESTINO
           END-IF.
           MOVE MSG-RESPONSAVEL OF MENSAGENS(I) TO MSE-NOME.
           MOVE MSG-TEXTO OF MENSAGENS(I) TO MSE-TEXTO.
           WRITE ENVIO-REC.
           MOVE "E" TO MSG-SITUACAO OF MENSAGENS(I).
           ADD 1 TO MSG-TENTATIVAS OF MENSAGENS(I).
           MOVE DATA-HOJE TO MSG-DATA-ENVIO OF MENSAGENS(I).
           ADD 1 TO TOTAL-ENVIADAS.

       GRAVA-MENSAGENS.
           OPEN OUTPUT ARQ-MENSAGENS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-MENSAGENS
               MOVE MSG-DATA-ENVIO OF MENSAGENS(I) TO DATA-REFERENCIA
               IF DATA-REFERENCIA EQUAL 0 THEN
                   MOVE MSG-DATA OF MENSAGENS(I) TO DATA-REFERENCIA
               END-IF
               IF MSG-ENCERRADA OF MENSAGENS(I) AND
                       ACOMPANHA(I) EQUAL SPACES AND
                       DATA-REFERENCIA < DATA-LIMITE THEN
                   ADD 1 TO TOTAL-ELIMINADAS
               ELSE
                   MOVE MENSAGENS(I) TO MENSAGEM-REC
                   WRITE MENSAGEM-REC
               END-IF
           END-PERFORM.
           CLOSE ARQ-MENSAGENS.

      * Follow-up list for the school office: the messages that
      * became nao entregue tonight, with the reason and the phone on
      * file so the guardian can be called instead.
       IMPRIME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE DATA-HOJE TO DATA-FORMATAR.
           PERFORM FORMATA-DATA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "MENSAGENS NAO ENTREGUES - CONTATO POR TELEFONE"
                       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           MOVE DATA-EDIT TO RELATORIO-LINHA(60:10).
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "MATRIC" TO RELATORIO-LINHA(1:6).
           MOVE "RESPONSAVEL" TO RELATORIO-LINHA(8:11).
           MOVE "TELEFONE" TO RELATORIO-LINHA(39:8).
           MOVE "TP" TO RELATORIO-LINHA(52:2).
           MOVE "T" TO RELATORIO-LINHA(55:1).
           MOVE "MOTIVO" TO RELATORIO-LINHA(57:6).
           WRITE RELATORIO-LINHA.
           MOVE ALL "-" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-MENSAGEM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-MENSAGENS.
           IF TOTAL-FOLLOW-UP EQUAL 0 THEN
               MOVE "NENHUMA MENSAGEM PARA CONTATO POR TELEFONE" TO
                       RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.
           CLOSE ARQ-RELATORIO.

       IMPRIME-MENSAGEM.
           IF ACOMPANHA(I) EQUAL "N" THEN
               ADD 1 TO TOTAL-FOLLOW-UP
               MOVE MSG-MATRICULA OF MENSAGENS(I) TO MATRICULA-BUSCA
               PERFORM BUSCA-RESPONSAVEL
               MOVE MSG-TELEFONE OF MENSAGENS(I) TO TELEFONE-CONTATO
               IF RTN-RESPONSAVEL-ACHADO NOT EQUAL 0 THEN
                   MOVE RSP-TELEFONE OF
                           RESPONSAVEIS(RTN-RESPONSAVEL-ACHADO)
                           TO TELEFONE-CONTATO
               END-IF
               IF TELEFONE-CONTATO EQUAL SPACES THEN
                   MOVE "(SEM TELEFONE)" TO TELEFONE-CONTATO
               END-IF
               MOVE SPACES TO RELATORIO-LINHA
               MOVE MSG-MATRICULA OF MENSAGENS(I) TO
                       RELATORIO-LINHA(1:6)
               MOVE MSG-RESPONSAVEL OF MENSAGENS(I) TO
                       RELATORIO-LINHA(8:30)
               MOVE TELEFONE-CONTATO TO RELATORIO-LINHA(39:12)
               MOVE MSG-TIPO OF MENSAGENS(I) TO RELATORIO-LINHA(52:2)
               MOVE MSG-TENTATIVAS OF MENSAGENS(I) TO
                       RELATORIO-LINHA(55:1)
               MOVE MSG-RETORNO OF MENSAGENS(I) TO
                       RELATORIO-LINHA(57:20)
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               MOVE MSG-TEXTO OF MENSAGENS(I)(1:72) TO
                       RELATORIO-LINHA(9:72)
               WRITE RELATORIO-LINHA
               IF MSG-TEXTO OF MENSAGENS(I)(73:48) NOT EQUAL SPACES
                       THEN
                   MOVE SPACES TO RELATORIO-LINHA
                   MOVE MSG-TEXTO OF MENSAGENS(I)(73:48) TO
                           RELATORIO-LINHA(9:48)
                   WRITE RELATORIO-LINHA
               END-IF
           END-IF.

       FORMATA-DATA.
           MOVE SPACES TO DATA-EDIT.
           STRING DATA-FORMATAR(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-FORMATAR(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  DATA-FORMATAR(1:4) DELIMITED BY SIZE
                  INTO DATA-EDIT
           END-STRING.

       IMPRIME-SUMARIO.
           DISPLAY "FILA DE MENSAGENS AOS RESPONSAVEIS " DATA-HOJE.
           DISPLAY "MENSAGENS NA FILA ......: " TOTAL-MENSAGENS.
           DISPLAY "RETORNOS DO PROVEDOR ...: " TOTAL-RETORNOS.
           DISPLAY "  ENTREGUES ............: " TOTAL-ENTREGUES.
           DISPLAY "  A REENVIAR ...........: " TOTAL-REENVIOS.
           DISPLAY "  IGNORADOS ............: " TOTAL-RETORNO-IGNORADO.
           DISPLAY "ENVIADAS AO PROVEDOR ...: " TOTAL-ENVIADAS.
           DISPLAY "RECUSADAS PELO RESP. ...: " TOTAL-RECUSADAS.
           DISPLAY "NAO ENTREGUES ..........: " TOTAL-NAO-ENTREGUES.
           DISPLAY "  SEM RETORNO ..........: " TOTAL-SEM-RETORNO.
           DISPLAY "ELIMINADAS (RETENCAO) ..: " TOTAL-ELIMINADAS.
           DISPLAY "ARQUIVO AO PROVEDOR GRAVADO EM MENSENV.DAT".
           DISPLAY "LISTA GRAVADA EM MENSFONE.RPT".
           IF TABELA-RESPONSAVEIS-CHEIA THEN
               DISPLAY "RESPONSAVEL.DAT EXCEDE A TABELA - "
                       "MENSAGENS SEM RESPONSAVEL NAO ENTREGUES"
           END-IF.
