       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-COMPARA-GERACAO AS "ALUCOMPG".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT OPTIONAL ARQ-NOTAS ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-CHAVE OF NOTA-REC-FILE.
           SELECT ARQ-BACKUP-ANTIGO ASSIGN TO NOME-BACKUP-ANTIGO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKA-FILE-STATUS.
           SELECT ARQ-BACKUP-NOVO ASSIGN TO NOME-BACKUP-NOVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKN-FILE-STATUS.
           SELECT OPTIONAL ARQ-GERACOES ASSIGN TO "GERACOES.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-ARQUIVO-MORTO ASSIGN TO "AUDARQ.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ARQ-NOTA-AUDITORIA ASSIGN TO "NOTAUDIT.LOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-RELATORIO ASSIGN TO "COMPARA.RPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-NOTAS.
       01  NOTA-REC-FILE.
           COPY ALUNOTAK.
       FD  ARQ-BACKUP-ANTIGO
           RECORDING MODE IS F.
       01  BACKUP-ANTIGO-REC PIC X(80).
       FD  ARQ-BACKUP-NOVO
           RECORDING MODE IS F.
       01  BACKUP-NOVO-REC PIC X(80).
       FD  ARQ-GERACOES.
       01  GERACAO-REC.
           COPY ALUGERC.
       FD  ARQ-ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC.
           COPY ALUAUDIT.
       FD  ARQ-AUDITORIA.
       01  AUDITORIA-REC.
           COPY ALUAUDIT.
       FD  ARQ-NOTA-AUDITORIA.
       01  NOTA-AUDITORIA-REC.
           COPY ALUNOTAU.
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 BKA-FILE-STATUS PIC X(2) VALUE "00".
       01 BKN-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 NOME-RELATORIO PIC X(12) VALUE "COMPARA.RPT".
       01 NOME-BACKUP-ANTIGO PIC X(12) VALUE SPACES.
       01 NOME-BACKUP-NOVO PIC X(12) VALUE SPACES.
       01 CMP-ARQUIVO PIC X(8) VALUE SPACES.
           88 COMPARA-ALUNOS VALUE "ALUNOS".
           88 COMPARA-NOTAS VALUE "NOTAS".
       01 GERACAO-ANTIGA PIC 9(1) VALUE 0.
       01 GERACAO-NOVA PIC 9(1) VALUE 0.
       01 GERACAO-TROCA PIC 9(1) VALUE 0.
       01 FIM-GERACOES PIC X VALUE "N".
           88 FIM-DO-ARQ-GERACOES VALUE "S".
       01 FIM-MASTER PIC X VALUE "N".
           88 FIM-DO-MASTER VALUE "S".
       COPY ALULISTA.
       01 I PIC 9(4) VALUE 1.
       01 T PIC 9(3) VALUE 1.
      * Points in time as AAMMDD + HHMMSSCC, as stamped on the
      * catalog and on both audit logs.
       01 MOMENTO-LIDO.
           05 MOMENTO-LIDO-DATA PIC 9(6).
           05 MOMENTO-LIDO-HORA PIC 9(8).
       01 MOMENTO-LIDO-N REDEFINES MOMENTO-LIDO PIC 9(14).
       01 MOMENTO-ANTIGO PIC 9(14) VALUE 0.
       01 MOMENTO-NOVO PIC 9(14) VALUE 0.
       01 MOMENTO-TROCA PIC 9(14) VALUE 0.
      * Both sides come in key order (backups are copied by READ
      * NEXT on the indexed file), so one pass of a key merge finds
      * every difference.  An exhausted side reads as HIGH-VALUES.
       01 TAMANHO-CHAVE PIC 9(2) VALUE 6.
       01 REG-ANTIGO PIC X(80) VALUE SPACES.
       01 REG-NOVO PIC X(80) VALUE SPACES.
       01 CHAVE-ANTIGA PIC X(21) VALUE SPACES.
       01 CHAVE-NOVA PIC X(21) VALUE SPACES.
       01 FIM-ANTIGO PIC X VALUE "N".
           88 FIM-DO-ANTIGO VALUE "S".
       01 FIM-NOVO PIC X VALUE "N".
           88 FIM-DO-NOVO VALUE "S".
       01 ALUNO-ANTIGO.
           COPY ALUREG.
       01 ALUNO-NOVO.
           COPY ALUREG.
       01 NOTA-ANTIGA.
           COPY ALUNOTA.
       01 NOTA-NOVA.
           COPY ALUNOTA.
      * Audit entries stamped between the two points in time.
       01 TOTAL-EVENTOS PIC 9(4) VALUE 0.
       01 TAB-EVENTOS.
           05 EVENTOS OCCURS 3000 TIMES.
               10 EVT-MATRICULA PIC 9(6).
               10 EVT-OPERACAO PIC X(10).
       01 TOTAL-EVENTOS-NOTA PIC 9(4) VALUE 0.
       01 TAB-EVENTOS-NOTA.
           05 EVENTOS-NOTA OCCURS 3000 TIMES.
               10 NEV-CHAVE PIC X(21).
               10 NEV-NOTA-NOVA PIC 9(2)V9(1).
       01 CHAVE-NOTA-BUSCA.
           05 CNB-MATRICULA PIC 9(6).
           05 CNB-DISCIPLINA PIC X(10).
           05 CNB-ANO PIC 9(4).
           05 CNB-BIMESTRE PIC 9(1).
       01 NOTA-BUSCA PIC 9(2)V9(1) VALUE 0.
       01 MATRICULA-BUSCA PIC 9(6) VALUE 0.
       01 OPERACAO-BUSCA-1 PIC X(10) VALUE SPACES.
       01 OPERACAO-BUSCA-2 PIC X(10) VALUE SPACES.
       01 AUDITORIA-ACHADA PIC X VALUE "N".
           88 TEM-AUDITORIA VALUE "S".
      * Per-turma totals.  For the roster: active students on each
      * side, students added, removed, moved in and moved out; for
      * the grades: notas added, altered and removed, by the turma
      * the student is in now.
       01 TOTAL-TURMAS-CMP PIC 9(3) VALUE 0.
       01 TAB-TURMAS-CMP.
           05 TURMAS-CMP OCCURS 100 TIMES.
               10 TCM-TURMA PIC X(4).
               10 TCM-ANTES PIC 9(4).
               10 TCM-DEPOIS PIC 9(4).
               10 TCM-INCLUIDOS PIC 9(4).
               10 TCM-EXCLUIDOS PIC 9(4).
               10 TCM-ENTRADAS PIC 9(4).
               10 TCM-SAIDAS PIC 9(4).
               10 TCM-ALTERADOS PIC 9(4).
       01 TURMA-BUSCA PIC X(4) VALUE SPACES.
       01 RTN-TURMA-CMP PIC 9(3) VALUE 0.
       01 TIPO-DIFERENCA PIC X(10) VALUE SPACES.
       01 DETALHE-DIFERENCA PIC X(42) VALUE SPACES.
       01 NOME-EDIT PIC X(31) VALUE SPACES.
       01 NOTA-ANTES-EDIT PIC Z9.9.
       01 NOTA-DEPOIS-EDIT PIC Z9.9.
       01 TOTAL-DIFERENCAS PIC 9(5) VALUE 0.
       01 TOTAL-SEM-AUDITORIA PIC 9(5) VALUE 0.
       01 TOTAL-LANCAMENTOS PIC 9(5) VALUE 0.
       01 TOTAL-EDIT PIC ZZZZ9.
       01 CONTA-EDIT-1 PIC ZZZ9.
       01 CONTA-EDIT-2 PIC ZZZ9.
       01 CONTA-EDIT-3 PIC ZZZ9.
       01 CONTA-EDIT-4 PIC ZZZ9.
       01 CONTA-EDIT-5 PIC ZZZ9.
       01 CONTA-EDIT-6 PIC ZZZ9.

      * Differences between two backup generations of ALUNOS.DAT or
      * NOTAS.DAT, or between a generation and the file as it is now.
      * Every difference is checked against the audit trail of the
      * period between the two; one with no matching entry was made
      * outside the system and is flagged SEM AUDITORIA.  A nota
      * keyed for the first time is never audited, so added notas
      * are listed but not flagged.  Read-only, no lock taken.
      * SYSIN: the file ("ALUNOS" or "NOTAS"), the older generation
      * and the newer one (0 = the current file).
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT CMP-ARQUIVO.
           ACCEPT GERACAO-ANTIGA.
           ACCEPT GERACAO-NOVA.
           DISPLAY "COMPARACAO ENTRE GERACOES".
           DISPLAY "ARQUIVO ..: " CMP-ARQUIVO.
           IF NOT COMPARA-ALUNOS AND NOT COMPARA-NOTAS THEN
               DISPLAY "ARQUIVO INVALIDO: " CMP-ARQUIVO
               STOP RUN
           END-IF.
           PERFORM LOCALIZA-GERACOES.
           IF MOMENTO-ANTIGO EQUAL 0 OR
                   (GERACAO-NOVA NOT EQUAL 0 AND MOMENTO-NOVO EQUAL 0)
                   THEN
               DISPLAY "GERACAO NAO ENCONTRADA NO CATALOGO"
               STOP RUN
           END-IF.
           IF GERACAO-NOVA NOT EQUAL 0 AND
                   MOMENTO-NOVO < MOMENTO-ANTIGO THEN
               MOVE GERACAO-ANTIGA TO GERACAO-TROCA
               MOVE GERACAO-NOVA TO GERACAO-ANTIGA
               MOVE GERACAO-TROCA TO GERACAO-NOVA
               MOVE MOMENTO-ANTIGO TO MOMENTO-TROCA
               MOVE MOMENTO-NOVO TO MOMENTO-ANTIGO
               MOVE MOMENTO-TROCA TO MOMENTO-NOVO
           END-IF.
           IF GERACAO-NOVA EQUAL 0 THEN
               MOVE 99999999999999 TO MOMENTO-NOVO
           END-IF.
           DISPLAY "DE G" GERACAO-ANTIGA " " MOMENTO-ANTIGO.
           DISPLAY "ATE G" GERACAO-NOVA " " MOMENTO-NOVO.
           PERFORM CARREGA-MASTER-ATUAL.
           IF COMPARA-ALUNOS THEN
               MOVE 6 TO TAMANHO-CHAVE
               PERFORM CARREGA-EVENTOS
           ELSE
               MOVE 21 TO TAMANHO-CHAVE
               PERFORM CARREGA-EVENTOS-NOTA
           END-IF.
           PERFORM ABRE-LADOS.
           IF BKA-FILE-STATUS NOT EQUAL "00" OR
                   BKN-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "BACKUP NAO ENCONTRADO: " NOME-BACKUP-ANTIGO
                       " " NOME-BACKUP-NOVO
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM LE-ANTIGO.
           PERFORM LE-NOVO.
           PERFORM COMPARA-CHAVES UNTIL FIM-DO-ANTIGO AND FIM-DO-NOVO.
           PERFORM FECHA-LADOS.
           PERFORM IMPRIME-TOTAIS-TURMA.
           PERFORM IMPRIME-TOTAIS.
           CLOSE ARQ-RELATORIO.
           CALL "ALUNO-SPOOL" USING NOME-RELATORIO, OPERADOR-ID.
           DISPLAY "DIFERENCAS ..........: " TOTAL-DIFERENCAS.
           DISPLAY "SEM AUDITORIA .......: " TOTAL-SEM-AUDITORIA.
       STOP RUN.

      * Generations are reused in a cycle; the last catalog entry
      * for the file and generation dates what is in it now.
       LOCALIZA-GERACOES.
           MOVE "N" TO FIM-GERACOES.
           OPEN INPUT ARQ-GERACOES.
           PERFORM LE-GERACAO UNTIL FIM-DO-ARQ-GERACOES.
           CLOSE ARQ-GERACOES.

       LE-GERACAO.
           READ ARQ-GERACOES
               AT END
                   MOVE "S" TO FIM-GERACOES
               NOT AT END
                   IF GER-ARQUIVO EQUAL CMP-ARQUIVO THEN
                       MOVE GER-DATA TO MOMENTO-LIDO-DATA
                       MOVE GER-HORA TO MOMENTO-LIDO-HORA
                       IF GER-GERACAO EQUAL GERACAO-ANTIGA THEN
                           MOVE MOMENTO-LIDO-N TO MOMENTO-ANTIGO
                       END-IF
                       IF GER-GERACAO EQUAL GERACAO-NOVA THEN
                           MOVE MOMENTO-LIDO-N TO MOMENTO-NOVO
                       END-IF
                   END-IF
           END-READ.

      * The current roster gives the turma of each student for the
      * grade totals.
       CARREGA-MASTER-ATUAL.
           MOVE "N" TO FIM-MASTER.
           MOVE 0 TO TOTAL-ALUNOS.
           OPEN INPUT ARQ-ALUNOS.
           PERFORM LE-MASTER UNTIL FIM-DO-MASTER.
           CLOSE ARQ-ALUNOS.

       LE-MASTER.
           READ ARQ-ALUNOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   IF TOTAL-ALUNOS < ALU-MAX-ALUNOS THEN
                       ADD 1 TO TOTAL-ALUNOS
                       MOVE ALUNO-REC-FILE TO ALUNOS(TOTAL-ALUNOS)
                   END-IF
           END-READ.

       CARREGA-EVENTOS.
           MOVE 0 TO TOTAL-EVENTOS.
           MOVE "N" TO FIM-MASTER.
           OPEN INPUT ARQ-ARQUIVO-MORTO.
           PERFORM LE-ARQUIVO-MORTO UNTIL FIM-DO-MASTER.
           CLOSE ARQ-ARQUIVO-MORTO.
           MOVE "N" TO FIM-MASTER.
           OPEN INPUT ARQ-AUDITORIA.
           PERFORM LE-AUDITORIA UNTIL FIM-DO-MASTER.
           CLOSE ARQ-AUDITORIA.

       LE-ARQUIVO-MORTO.
           READ ARQ-ARQUIVO-MORTO
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   MOVE ARQUIVO-MORTO-REC TO AUDITORIA-REC
                   PERFORM GUARDA-EVENTO
           END-READ.

       LE-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   PERFORM GUARDA-EVENTO
           END-READ.

       GUARDA-EVENTO.
           MOVE AUD-DATA OF AUDITORIA-REC TO MOMENTO-LIDO-DATA.
           MOVE AUD-HORA OF AUDITORIA-REC TO MOMENTO-LIDO-HORA.
           IF MOMENTO-LIDO-N > MOMENTO-ANTIGO AND
                   MOMENTO-LIDO-N NOT > MOMENTO-NOVO AND
                   TOTAL-EVENTOS < 3000 THEN
               ADD 1 TO TOTAL-EVENTOS
               MOVE AUD-MATRICULA OF AUDITORIA-REC
                       TO EVT-MATRICULA(TOTAL-EVENTOS)
               MOVE AUD-OPERACAO OF AUDITORIA-REC
                       TO EVT-OPERACAO(TOTAL-EVENTOS)
           END-IF.

       CARREGA-EVENTOS-NOTA.
           MOVE 0 TO TOTAL-EVENTOS-NOTA.
           MOVE "N" TO FIM-MASTER.
           OPEN INPUT ARQ-NOTA-AUDITORIA.
           PERFORM LE-NOTA-AUDITORIA UNTIL FIM-DO-MASTER.
           CLOSE ARQ-NOTA-AUDITORIA.

       LE-NOTA-AUDITORIA.
           READ ARQ-NOTA-AUDITORIA
               AT END
                   MOVE "S" TO FIM-MASTER
               NOT AT END
                   MOVE NAU-DATA TO MOMENTO-LIDO-DATA
                   MOVE NAU-HORA TO MOMENTO-LIDO-HORA
                   IF MOMENTO-LIDO-N > MOMENTO-ANTIGO AND
                           MOMENTO-LIDO-N NOT > MOMENTO-NOVO AND
                           NAU-INSTRUMENTO EQUAL SPACES AND
                           TOTAL-EVENTOS-NOTA < 3000 THEN
                       ADD 1 TO TOTAL-EVENTOS-NOTA
                       MOVE NAU-MATRICULA TO CNB-MATRICULA
                       MOVE NAU-DISCIPLINA TO CNB-DISCIPLINA
                       MOVE NAU-ANO TO CNB-ANO
                       MOVE NAU-BIMESTRE TO CNB-BIMESTRE
                       MOVE CHAVE-NOTA-BUSCA
                               TO NEV-CHAVE(TOTAL-EVENTOS-NOTA)
                       MOVE NAU-NOTA-NOVA
                               TO NEV-NOTA-NOVA(TOTAL-EVENTOS-NOTA)
                   END-IF
           END-READ.

       ABRE-LADOS.
           MOVE SPACES TO NOME-BACKUP-ANTIGO.
           STRING CMP-ARQUIVO DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  GERACAO-ANTIGA DELIMITED BY SIZE
                  INTO NOME-BACKUP-ANTIGO
           END-STRING.
           OPEN INPUT ARQ-BACKUP-ANTIGO.
           IF GERACAO-NOVA EQUAL 0 THEN
               MOVE "00" TO BKN-FILE-STATUS
               IF COMPARA-ALUNOS THEN
                   OPEN INPUT ARQ-ALUNOS
               ELSE
                   OPEN INPUT ARQ-NOTAS
               END-IF
           ELSE
               MOVE SPACES TO NOME-BACKUP-NOVO
               STRING CMP-ARQUIVO DELIMITED BY SPACE
                      ".G" DELIMITED BY SIZE
                      GERACAO-NOVA DELIMITED BY SIZE
                      INTO NOME-BACKUP-NOVO
               END-STRING
               OPEN INPUT ARQ-BACKUP-NOVO
           END-IF.

       FECHA-LADOS.
           CLOSE ARQ-BACKUP-ANTIGO.
           IF GERACAO-NOVA EQUAL 0 THEN
               IF COMPARA-ALUNOS THEN
                   CLOSE ARQ-ALUNOS
               ELSE
                   CLOSE ARQ-NOTAS
               END-IF
           ELSE
               CLOSE ARQ-BACKUP-NOVO
           END-IF.

       LE-ANTIGO.
           READ ARQ-BACKUP-ANTIGO
               AT END
                   MOVE "S" TO FIM-ANTIGO
                   MOVE HIGH-VALUES TO CHAVE-ANTIGA
               NOT AT END
                   MOVE BACKUP-ANTIGO-REC TO REG-ANTIGO
                   MOVE SPACES TO CHAVE-ANTIGA
                   MOVE REG-ANTIGO(1:TAMANHO-CHAVE) TO CHAVE-ANTIGA
           END-READ.

       LE-NOVO.
           IF GERACAO-NOVA NOT EQUAL 0 THEN
               READ ARQ-BACKUP-NOVO
                   AT END
                       MOVE "S" TO FIM-NOVO
                   NOT AT END
                       MOVE BACKUP-NOVO-REC TO REG-NOVO
               END-READ
           ELSE
           IF COMPARA-ALUNOS THEN
               READ ARQ-ALUNOS NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-NOVO
                   NOT AT END
                       MOVE SPACES TO REG-NOVO
                       MOVE ALUNO-REC-FILE TO REG-NOVO
               END-READ
           ELSE
               READ ARQ-NOTAS NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-NOVO
                   NOT AT END
                       MOVE SPACES TO REG-NOVO
                       MOVE NOTA-REC-FILE TO REG-NOVO
               END-READ
           END-IF
           END-IF.
           IF FIM-DO-NOVO THEN
               MOVE HIGH-VALUES TO CHAVE-NOVA
           ELSE
               MOVE SPACES TO CHAVE-NOVA
               MOVE REG-NOVO(1:TAMANHO-CHAVE) TO CHAVE-NOVA
           END-IF.

       COMPARA-CHAVES.
           IF CHAVE-ANTIGA < CHAVE-NOVA THEN
               IF COMPARA-ALUNOS THEN
                   PERFORM ALUNO-EXCLUIDO
               ELSE
                   PERFORM NOTA-EXCLUIDA
               END-IF
               PERFORM LE-ANTIGO
           ELSE
           IF CHAVE-ANTIGA > CHAVE-NOVA THEN
               IF COMPARA-ALUNOS THEN
                   PERFORM ALUNO-INCLUIDO
               ELSE
                   PERFORM NOTA-INCLUIDA
               END-IF
               PERFORM LE-NOVO
           ELSE
               IF COMPARA-ALUNOS THEN
                   PERFORM COMPARA-ALUNO
               ELSE
                   PERFORM COMPARA-NOTA
               END-IF
               PERFORM LE-ANTIGO
               PERFORM LE-NOVO
           END-IF
           END-IF.

       ALUNO-EXCLUIDO.
           MOVE REG-ANTIGO TO ALUNO-ANTIGO.
           PERFORM CONTA-ANTES.
           MOVE ALU-TURMA OF ALUNO-ANTIGO TO TURMA-BUSCA.
           PERFORM LOCALIZA-TURMA-CMP.
           ADD 1 TO TCM-EXCLUIDOS(RTN-TURMA-CMP).
           MOVE ALU-MATRICULA OF ALUNO-ANTIGO TO MATRICULA-BUSCA.
           MOVE "EXCLUSAO" TO OPERACAO-BUSCA-1.
           MOVE "EXCLUSAO" TO OPERACAO-BUSCA-2.
           PERFORM BUSCA-EVENTO.
           MOVE "EXCLUIDO" TO TIPO-DIFERENCA.
           PERFORM MONTA-NOME-ANTIGO.
           MOVE SPACES TO DETALHE-DIFERENCA.
           STRING NOME-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-TURMA OF ALUNO-ANTIGO DELIMITED BY SIZE
                  INTO DETALHE-DIFERENCA
           END-STRING.
           PERFORM IMPRIME-DIFERENCA.

       ALUNO-INCLUIDO.
           MOVE REG-NOVO TO ALUNO-NOVO.
           PERFORM CONTA-DEPOIS.
           MOVE ALU-TURMA OF ALUNO-NOVO TO TURMA-BUSCA.
           PERFORM LOCALIZA-TURMA-CMP.
           ADD 1 TO TCM-INCLUIDOS(RTN-TURMA-CMP).
           MOVE ALU-MATRICULA OF ALUNO-NOVO TO MATRICULA-BUSCA.
           MOVE "INCLUSAO" TO OPERACAO-BUSCA-1.
           MOVE "INCLUSAO" TO OPERACAO-BUSCA-2.
           PERFORM BUSCA-EVENTO.
           MOVE "INCLUIDO" TO TIPO-DIFERENCA.
           PERFORM MONTA-NOME-NOVO.
           MOVE SPACES TO DETALHE-DIFERENCA.
           STRING NOME-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ALU-TURMA OF ALUNO-NOVO DELIMITED BY SIZE
                  INTO DETALHE-DIFERENCA
           END-STRING.
           PERFORM IMPRIME-DIFERENCA.

      * No program renames a student or reactivates one; such a
      * change only matches a new INCLUSAO of the same matricula.
       COMPARA-ALUNO.
           MOVE REG-ANTIGO TO ALUNO-ANTIGO.
           MOVE REG-NOVO TO ALUNO-NOVO.
           PERFORM CONTA-ANTES.
           PERFORM CONTA-DEPOIS.
           MOVE ALU-MATRICULA OF ALUNO-NOVO TO MATRICULA-BUSCA.
           IF ALU-TURMA OF ALUNO-ANTIGO NOT EQUAL
                   ALU-TURMA OF ALUNO-NOVO THEN
               MOVE ALU-TURMA OF ALUNO-ANTIGO TO TURMA-BUSCA
               PERFORM LOCALIZA-TURMA-CMP
               ADD 1 TO TCM-SAIDAS(RTN-TURMA-CMP)
               MOVE ALU-TURMA OF ALUNO-NOVO TO TURMA-BUSCA
               PERFORM LOCALIZA-TURMA-CMP
               ADD 1 TO TCM-ENTRADAS(RTN-TURMA-CMP)
               IF ALU-UNIDADE OF ALUNO-ANTIGO EQUAL
                       ALU-UNIDADE OF ALUNO-NOVO THEN
                   MOVE "TRANSFEREN" TO OPERACAO-BUSCA-1
                   MOVE "PROMOCAO" TO OPERACAO-BUSCA-2
               ELSE
                   MOVE "TRANSF-UNI" TO OPERACAO-BUSCA-1
                   MOVE "TRANSF-UNI" TO OPERACAO-BUSCA-2
               END-IF
               PERFORM BUSCA-EVENTO
               MOVE "TURMA" TO TIPO-DIFERENCA
               MOVE SPACES TO DETALHE-DIFERENCA
               STRING ALU-TURMA OF ALUNO-ANTIGO DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      ALU-TURMA OF ALUNO-NOVO DELIMITED BY SIZE
                      INTO DETALHE-DIFERENCA
               END-STRING
               PERFORM IMPRIME-DIFERENCA
           END-IF.
      * A change of school unit only comes with a transfer between
      * units.
           IF ALU-UNIDADE OF ALUNO-ANTIGO NOT EQUAL
                   ALU-UNIDADE OF ALUNO-NOVO THEN
               MOVE "TRANSF-UNI" TO OPERACAO-BUSCA-1
               MOVE "TRANSF-UNI" TO OPERACAO-BUSCA-2
               PERFORM BUSCA-EVENTO
               MOVE "UNIDADE" TO TIPO-DIFERENCA
               MOVE SPACES TO DETALHE-DIFERENCA
               STRING ALU-UNIDADE OF ALUNO-ANTIGO DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      ALU-UNIDADE OF ALUNO-NOVO DELIMITED BY SIZE
                      INTO DETALHE-DIFERENCA
               END-STRING
               PERFORM IMPRIME-DIFERENCA
           END-IF.
           IF ALU-STATUS OF ALUNO-ANTIGO NOT EQUAL
                   ALU-STATUS OF ALUNO-NOVO THEN
               IF ALU-INATIVO OF ALUNO-NOVO THEN
                   MOVE "DESLIGAMEN" TO OPERACAO-BUSCA-1
                   MOVE "UNIFICA-DE" TO OPERACAO-BUSCA-2
               ELSE
                   MOVE "INCLUSAO" TO OPERACAO-BUSCA-1
                   MOVE "INCLUSAO" TO OPERACAO-BUSCA-2
               END-IF
               PERFORM BUSCA-EVENTO
               MOVE "STATUS" TO TIPO-DIFERENCA
               MOVE SPACES TO DETALHE-DIFERENCA
               STRING ALU-STATUS OF ALUNO-ANTIGO DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      ALU-STATUS OF ALUNO-NOVO DELIMITED BY SIZE
                      INTO DETALHE-DIFERENCA
               END-STRING
               PERFORM IMPRIME-DIFERENCA
           END-IF.
           IF ALU-NOME OF ALUNO-ANTIGO NOT EQUAL
                   ALU-NOME OF ALUNO-NOVO OR
                   ALU-SOBRENOME OF ALUNO-ANTIGO NOT EQUAL
                   ALU-SOBRENOME OF ALUNO-NOVO THEN
               MOVE "INCLUSAO" TO OPERACAO-BUSCA-1
               MOVE "INCLUSAO" TO OPERACAO-BUSCA-2
               PERFORM BUSCA-EVENTO
               MOVE "NOME" TO TIPO-DIFERENCA
               PERFORM MONTA-NOME-ANTIGO
               MOVE SPACES TO DETALHE-DIFERENCA
               STRING "DE " DELIMITED BY SIZE
                      NOME-EDIT DELIMITED BY SIZE
                      INTO DETALHE-DIFERENCA
               END-STRING
               PERFORM IMPRIME-DIFERENCA
               PERFORM MONTA-NOME-NOVO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "PARA " DELIMITED BY SIZE
                      NOME-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA(19:42)
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.

       CONTA-ANTES.
           IF ALU-ATIVO OF ALUNO-ANTIGO THEN
               MOVE ALU-TURMA OF ALUNO-ANTIGO TO TURMA-BUSCA
               PERFORM LOCALIZA-TURMA-CMP
               ADD 1 TO TCM-ANTES(RTN-TURMA-CMP)
           END-IF.

       CONTA-DEPOIS.
           IF ALU-ATIVO OF ALUNO-NOVO THEN
               MOVE ALU-TURMA OF ALUNO-NOVO TO TURMA-BUSCA
               PERFORM LOCALIZA-TURMA-CMP
               ADD 1 TO TCM-DEPOIS(RTN-TURMA-CMP)
           END-IF.

       MONTA-NOME-ANTIGO.
           MOVE SPACES TO NOME-EDIT.
           STRING ALU-NOME OF ALUNO-ANTIGO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNO-ANTIGO DELIMITED BY SPACE
                  INTO NOME-EDIT
           END-STRING.

       MONTA-NOME-NOVO.
           MOVE SPACES TO NOME-EDIT.
           STRING ALU-NOME OF ALUNO-NOVO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNO-NOVO DELIMITED BY SPACE
                  INTO NOME-EDIT
           END-STRING.

       NOTA-EXCLUIDA.
           MOVE REG-ANTIGO TO NOTA-ANTIGA.
           MOVE NOT-MATRICULA OF NOTA-ANTIGA TO MATRICULA-BUSCA.
           PERFORM LOCALIZA-TURMA-ALUNO.
           ADD 1 TO TCM-EXCLUIDOS(RTN-TURMA-CMP).
           MOVE "N" TO AUDITORIA-ACHADA.
           MOVE "NOTA EXCL" TO TIPO-DIFERENCA.
           MOVE NOT-NOTA OF NOTA-ANTIGA TO NOTA-ANTES-EDIT.
           MOVE SPACES TO DETALHE-DIFERENCA.
           STRING NOT-DISCIPLINA OF NOTA-ANTIGA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOT-ANO OF NOTA-ANTIGA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  NOT-BIMESTRE OF NOTA-ANTIGA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOTA-ANTES-EDIT DELIMITED BY SIZE
                  INTO DETALHE-DIFERENCA
           END-STRING.
           PERFORM IMPRIME-DIFERENCA.

       NOTA-INCLUIDA.
           MOVE REG-NOVO TO NOTA-NOVA.
           MOVE NOT-MATRICULA OF NOTA-NOVA TO MATRICULA-BUSCA.
           PERFORM LOCALIZA-TURMA-ALUNO.
           ADD 1 TO TCM-INCLUIDOS(RTN-TURMA-CMP).
           ADD 1 TO TOTAL-LANCAMENTOS.
           MOVE "S" TO AUDITORIA-ACHADA.
           MOVE "NOTA INCL" TO TIPO-DIFERENCA.
           MOVE NOT-NOTA OF NOTA-NOVA TO NOTA-DEPOIS-EDIT.
           MOVE SPACES TO DETALHE-DIFERENCA.
           STRING NOT-DISCIPLINA OF NOTA-NOVA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOT-ANO OF NOTA-NOVA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  NOT-BIMESTRE OF NOTA-NOVA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOTA-DEPOIS-EDIT DELIMITED BY SIZE
                  INTO DETALHE-DIFERENCA
           END-STRING.
           PERFORM IMPRIME-DIFERENCA.

       COMPARA-NOTA.
           MOVE REG-ANTIGO TO NOTA-ANTIGA.
           MOVE REG-NOVO TO NOTA-NOVA.
           IF NOT-NOTA OF NOTA-ANTIGA NOT EQUAL
                   NOT-NOTA OF NOTA-NOVA THEN
               MOVE NOT-MATRICULA OF NOTA-NOVA TO MATRICULA-BUSCA
               PERFORM LOCALIZA-TURMA-ALUNO
               ADD 1 TO TCM-ALTERADOS(RTN-TURMA-CMP)
               MOVE CHAVE-NOVA TO CHAVE-NOTA-BUSCA
               MOVE NOT-NOTA OF NOTA-NOVA TO NOTA-BUSCA
               PERFORM BUSCA-EVENTO-NOTA
               MOVE "NOTA ALTER" TO TIPO-DIFERENCA
               MOVE NOT-NOTA OF NOTA-ANTIGA TO NOTA-ANTES-EDIT
               MOVE NOT-NOTA OF NOTA-NOVA TO NOTA-DEPOIS-EDIT
               MOVE SPACES TO DETALHE-DIFERENCA
               STRING NOT-DISCIPLINA OF NOTA-NOVA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOT-ANO OF NOTA-NOVA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      NOT-BIMESTRE OF NOTA-NOVA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOTA-ANTES-EDIT DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      NOTA-DEPOIS-EDIT DELIMITED BY SIZE
                      INTO DETALHE-DIFERENCA
               END-STRING
               PERFORM IMPRIME-DIFERENCA
           END-IF.

       BUSCA-EVENTO.
           MOVE "N" TO AUDITORIA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-EVENTOS OR TEM-AUDITORIA
               IF EVT-MATRICULA(I) EQUAL MATRICULA-BUSCA AND
                       (EVT-OPERACAO(I) EQUAL OPERACAO-BUSCA-1 OR
                        EVT-OPERACAO(I) EQUAL OPERACAO-BUSCA-2) THEN
                   MOVE "S" TO AUDITORIA-ACHADA
               END-IF
           END-PERFORM.

      * The grade must have reached the new value through a logged
      * change; a logged change followed by an edit outside the
      * system still shows up.
       BUSCA-EVENTO-NOTA.
           MOVE "N" TO AUDITORIA-ACHADA.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-EVENTOS-NOTA OR TEM-AUDITORIA
               IF NEV-CHAVE(I) EQUAL CHAVE-NOTA-BUSCA AND
                       NEV-NOTA-NOVA(I) EQUAL NOTA-BUSCA THEN
                   MOVE "S" TO AUDITORIA-ACHADA
               END-IF
           END-PERFORM.

       LOCALIZA-TURMA-ALUNO.
           MOVE "----" TO TURMA-BUSCA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-ALUNOS
               IF ALU-MATRICULA OF ALUNOS(I) EQUAL MATRICULA-BUSCA
                       THEN
                   MOVE ALU-TURMA OF ALUNOS(I) TO TURMA-BUSCA
               END-IF
           END-PERFORM.
           PERFORM LOCALIZA-TURMA-CMP.

      * Past the table limit everything is added to the last turma.
       LOCALIZA-TURMA-CMP.
           MOVE 0 TO RTN-TURMA-CMP.
           PERFORM VARYING T FROM 1 BY 1
                   UNTIL T > TOTAL-TURMAS-CMP OR RTN-TURMA-CMP NOT = 0
               IF TCM-TURMA(T) EQUAL TURMA-BUSCA THEN
                   MOVE T TO RTN-TURMA-CMP
               END-IF
           END-PERFORM.
           IF RTN-TURMA-CMP EQUAL 0 THEN
               IF TOTAL-TURMAS-CMP < 100 THEN
                   ADD 1 TO TOTAL-TURMAS-CMP
                   MOVE TURMA-BUSCA TO TCM-TURMA(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-ANTES(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-DEPOIS(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-INCLUIDOS(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-EXCLUIDOS(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-ENTRADAS(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-SAIDAS(TOTAL-TURMAS-CMP)
                   MOVE 0 TO TCM-ALTERADOS(TOTAL-TURMAS-CMP)
               END-IF
               MOVE TOTAL-TURMAS-CMP TO RTN-TURMA-CMP
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           IF GERACAO-NOVA EQUAL 0 THEN
               STRING "COMPARACAO " DELIMITED BY SIZE
                      CMP-ARQUIVO DELIMITED BY SPACE
                      " - GERACAO " DELIMITED BY SIZE
                      GERACAO-ANTIGA DELIMITED BY SIZE
                      " X ARQUIVO ATUAL" DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           ELSE
               STRING "COMPARACAO " DELIMITED BY SIZE
                      CMP-ARQUIVO DELIMITED BY SPACE
                      " - GERACAO " DELIMITED BY SIZE
                      GERACAO-ANTIGA DELIMITED BY SIZE
                      " X GERACAO " DELIMITED BY SIZE
                      GERACAO-NOVA DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DE " DELIMITED BY SIZE
                  MOMENTO-ANTIGO DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  MOMENTO-NOVO DELIMITED BY SIZE
                  " (AAMMDDHHMMSSCC)" DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "TIPO       MATRIC DIFERENCA" TO RELATORIO-LINHA(1:27).
           MOVE "AUDITORIA" TO RELATORIO-LINHA(62:9).
           WRITE RELATORIO-LINHA.

      * Columns: tipo 1, matricula 12, diferenca 19, flag 62.
       IMPRIME-DIFERENCA.
           ADD 1 TO TOTAL-DIFERENCAS.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TIPO-DIFERENCA TO RELATORIO-LINHA(1:10).
           MOVE MATRICULA-BUSCA TO RELATORIO-LINHA(12:6).
           MOVE DETALHE-DIFERENCA TO RELATORIO-LINHA(19:42).
           IF NOT TEM-AUDITORIA THEN
               MOVE "SEM AUDITORIA" TO RELATORIO-LINHA(62:13)
               ADD 1 TO TOTAL-SEM-AUDITORIA
           END-IF.
           WRITE RELATORIO-LINHA.

       IMPRIME-TOTAIS-TURMA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "TOTAIS POR TURMA" TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           IF COMPARA-ALUNOS THEN
               MOVE "TURMA ANTES DEPOIS INCL EXCL ENTRA  SAI"
                       TO RELATORIO-LINHA
           ELSE
               MOVE "TURMA  INCL ALTER  EXCL" TO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TOTAL-TURMAS-CMP
               PERFORM IMPRIME-TURMA-CMP
           END-PERFORM.

       IMPRIME-TURMA-CMP.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE TCM-TURMA(T) TO RELATORIO-LINHA(1:4).
           IF COMPARA-ALUNOS THEN
               MOVE TCM-ANTES(T) TO CONTA-EDIT-1
               MOVE TCM-DEPOIS(T) TO CONTA-EDIT-2
               MOVE TCM-INCLUIDOS(T) TO CONTA-EDIT-3
               MOVE TCM-EXCLUIDOS(T) TO CONTA-EDIT-4
               MOVE TCM-ENTRADAS(T) TO CONTA-EDIT-5
               MOVE TCM-SAIDAS(T) TO CONTA-EDIT-6
               MOVE CONTA-EDIT-1 TO RELATORIO-LINHA(8:4)
               MOVE CONTA-EDIT-2 TO RELATORIO-LINHA(14:4)
               MOVE CONTA-EDIT-3 TO RELATORIO-LINHA(19:4)
               MOVE CONTA-EDIT-4 TO RELATORIO-LINHA(24:4)
               MOVE CONTA-EDIT-5 TO RELATORIO-LINHA(30:4)
               MOVE CONTA-EDIT-6 TO RELATORIO-LINHA(36:4)
           ELSE
               MOVE TCM-INCLUIDOS(T) TO CONTA-EDIT-1
               MOVE TCM-ALTERADOS(T) TO CONTA-EDIT-2
               MOVE TCM-EXCLUIDOS(T) TO CONTA-EDIT-3
               MOVE CONTA-EDIT-1 TO RELATORIO-LINHA(8:4)
               MOVE CONTA-EDIT-2 TO RELATORIO-LINHA(14:4)
               MOVE CONTA-EDIT-3 TO RELATORIO-LINHA(20:4)
           END-IF.
           WRITE RELATORIO-LINHA.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-DIFERENCAS TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DIFERENCAS: " DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           MOVE TOTAL-SEM-AUDITORIA TO TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "SEM AUDITORIA (ALTERADAS FORA DO SISTEMA): "
                          DELIMITED BY SIZE
                  TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF COMPARA-NOTAS THEN
               MOVE TOTAL-LANCAMENTOS TO TOTAL-EDIT
               MOVE SPACES TO RELATORIO-LINHA
               STRING "NOTAS INCLUIDAS (LANCAMENTO NAO AUDITADO): "
                              DELIMITED BY SIZE
                      TOTAL-EDIT DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
