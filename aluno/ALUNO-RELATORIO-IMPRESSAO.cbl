       01 FIM-SORT PIC X VALUE "N".
           88 FIM-DO-SORT VALUE "S".
       01 NOME-RELATORIO PIC X(12) VALUE "ALUNOS.RPT".
       01 AEE-OPERACAO PIC X(10) VALUE SPACES.
       01 MATRICULA-AEE PIC 9(6) VALUE 0.
       01 MARCA-AEE PIC X(8) VALUE SPACES.
       01 TOTAL-AEE-TURMA PIC 9(3) VALUE 0.
       01 LEGENDA-AEE PIC X(60) VALUE
          "AEE: T=TEMPO EXTRA L=LEDOR A=PROVA AMPLIADA S=SALA SEPARADA".
       LINKAGE SECTION.
       COPY ALULISTA.
       01 OPERADOR-ID PIC X(8).
           SORT ARQ-SORT ON ASCENDING KEY SRT-CHAVE
               INPUT PROCEDURE IS SELECIONA-ATIVOS
               OUTPUT PROCEDURE IS RECEBE-ORDENADOS.
           MOVE "CARREGA" TO AEE-OPERACAO.
           CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO, MATRICULA-AEE,
                   MARCA-AEE.
           MOVE "MARCA" TO AEE-OPERACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF TOTAL-IMPRESSAO EQUAL 0 THEN
               PERFORM IMPRIME-VAZIO
           END-IF.
           MOVE ALU-TURMA OF ALUNOS-IMPRESSAO(I) TO TURMA-ATUAL.
           MOVE 0 TO TOTAL-TURMA-ATUAL.
           MOVE 0 TO TOTAL-AEE-TURMA.
           PERFORM IMPRIME-CABECALHO.

       IMPRIME-CABECALHO.
           MOVE "----------------------------------------" TO
                   RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "SEQ  NOME            SOBRENOME       MATRICULA AEE"
                   TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 3 TO LINHA-PAGINA.

       IMPRIME-LINHA-ALUNO.
           MOVE TOTAL-TURMA-ATUAL TO SEQ-EDIT.
           MOVE ALU-MATRICULA OF ALUNOS-IMPRESSAO(I) TO MATRICULA-EDIT.
           MOVE ALU-MATRICULA OF ALUNOS-IMPRESSAO(I) TO MATRICULA-AEE.
           CALL "ALUNO-AEE-MARCA" USING AEE-OPERACAO, MATRICULA-AEE,
                   MARCA-AEE.
           IF MARCA-AEE NOT EQUAL SPACES THEN
               ADD 1 TO TOTAL-AEE-TURMA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING SEQ-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ALU-SOBRENOME OF ALUNOS-IMPRESSAO(I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MATRICULA-EDIT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  MARCA-AEE DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF TOTAL-AEE-TURMA NOT EQUAL 0 THEN
               MOVE LEGENDA-AEE TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
           END-IF.

       IMPRIME-RODAPE-GERAL.
           MOVE TOTAL-IMPRESSAO TO TOTAL-IMPRESSAO-EDIT.
