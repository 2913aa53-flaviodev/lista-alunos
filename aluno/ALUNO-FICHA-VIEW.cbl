               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-OCORRENCIAS ASSIGN TO "OCORRENC.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-OFICINAS ASSIGN TO "OFICINA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-INSCRICOES ASSIGN TO "OFICINSC.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-OCORRENCIAS.
       01  OCORRENCIA-REC.
           COPY ALUOCOR.
       FD  ARQ-OFICINAS.
       01  OFICINA-REC.
           COPY ALUOFIC.
       FD  ARQ-INSCRICOES.
       01  INSCRICAO-REC.
           COPY ALUOFINS.

       WORKING-STORAGE SECTION.
       01 CRT-STATUS-CODE PIC 9(4) VALUE 0.
       01 FIM-OCORRENCIAS PIC X VALUE "N".
           88 FIM-DO-ARQ-OCORRENCIAS VALUE "S".
       01 TOTAL-OCORRENCIAS-FICHA PIC 9(3) VALUE 0.
       01 FIM-OFICINAS PIC X VALUE "N".
           88 FIM-DO-ARQ-OFICINAS VALUE "S".
       01 FIM-INSCRICOES PIC X VALUE "N".
           88 FIM-DO-ARQ-INSCRICOES VALUE "S".
       COPY ALUOFICL.
       01 TOTAL-OFICINAS-FICHA PIC 9(3) VALUE 0.
       01 DESCRICAO-OFICINA PIC X(20) VALUE SPACES.
       01 SOMA-NOTAS PIC 9(5)V9(1) VALUE 0.
       01 QTDE-NOTAS PIC 9(4) VALUE 0.
       01 MEDIA-ALUNO PIC 9(2)V9(1) VALUE 0.
           PERFORM MONTA-DOCUMENTOS.
           PERFORM MONTA-SAUDE.
           PERFORM MONTA-OCORRENCIAS.
           PERFORM MONTA-OFICINAS.
           PERFORM MONTA-NOTAS.
           PERFORM MONTA-AUDITORIA.

                   END-IF
           END-READ.

       MONTA-OFICINAS.
           MOVE "ATIVIDADES (OFICINAS):" TO LINHA-FICHA.
           PERFORM ADICIONA-LINHA-FICHA.
           MOVE 0 TO TOTAL-OFICINAS-CAT.
           MOVE "N" TO FIM-OFICINAS.
           OPEN INPUT ARQ-OFICINAS.
           PERFORM LE-OFICINA-FICHA UNTIL FIM-DO-ARQ-OFICINAS.
           CLOSE ARQ-OFICINAS.
           MOVE 0 TO TOTAL-OFICINAS-FICHA.
           MOVE "N" TO FIM-INSCRICOES.
           OPEN INPUT ARQ-INSCRICOES.
           PERFORM LE-INSCRICAO-FICHA UNTIL FIM-DO-ARQ-INSCRICOES.
           CLOSE ARQ-INSCRICOES.
           IF TOTAL-OFICINAS-FICHA EQUAL 0 THEN
               MOVE "  NENHUMA OFICINA" TO LINHA-FICHA
               PERFORM ADICIONA-LINHA-FICHA
           END-IF.

       LE-OFICINA-FICHA.
           READ ARQ-OFICINAS
               AT END
                   MOVE "S" TO FIM-OFICINAS
               NOT AT END
                   IF TOTAL-OFICINAS-CAT < OFI-MAX-OFICINAS THEN
                       ADD 1 TO TOTAL-OFICINAS-CAT
                       MOVE OFICINA-REC TO OFICINAS(TOTAL-OFICINAS-CAT)
                   END-IF
           END-READ.

       LE-INSCRICAO-FICHA.
           READ ARQ-INSCRICOES
               AT END
                   MOVE "S" TO FIM-INSCRICOES
               NOT AT END
                   IF OFN-MATRICULA OF INSCRICAO-REC EQUAL
                           MATRICULA-BUSCA THEN
                       PERFORM MONTA-OFICINA
                   END-IF
           END-READ.

       MONTA-OFICINA.
           ADD 1 TO TOTAL-OFICINAS-FICHA.
           MOVE SPACES TO DESCRICAO-OFICINA.
           PERFORM VARYING IX-OFICINAS FROM 1 BY 1
                   UNTIL IX-OFICINAS > TOTAL-OFICINAS-CAT
               IF OFI-CODIGO OF OFICINAS(IX-OFICINAS) EQUAL
                       OFN-OFICINA OF INSCRICAO-REC THEN
                   MOVE OFI-DESCRICAO OF OFICINAS(IX-OFICINAS)
                           TO DESCRICAO-OFICINA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-FICHA.
           IF OFN-DATA-FIM OF INSCRICAO-REC EQUAL 0 THEN
               STRING "  " DELIMITED BY SIZE
                      OFN-OFICINA OF INSCRICAO-REC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESCRICAO-OFICINA DELIMITED BY SIZE
                      " DESDE " DELIMITED BY SIZE
                      OFN-DATA-INICIO OF INSCRICAO-REC
                              DELIMITED BY SIZE
                      INTO LINHA-FICHA
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      OFN-OFICINA OF INSCRICAO-REC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESCRICAO-OFICINA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      OFN-DATA-INICIO OF INSCRICAO-REC
                              DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      OFN-DATA-FIM OF INSCRICAO-REC DELIMITED BY SIZE
                      INTO LINHA-FICHA
               END-STRING
           END-IF.
           PERFORM ADICIONA-LINHA-FICHA.

       MONTA-AUDITORIA.
           MOVE "MOVIMENTACOES:" TO LINHA-FICHA.
           PERFORM ADICIONA-LINHA-FICHA.
