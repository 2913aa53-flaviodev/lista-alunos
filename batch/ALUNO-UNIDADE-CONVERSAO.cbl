       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-UNIDADE-CONVERSAO AS "ALUUCONV".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQ-ALUNOS-SEQ ASSIGN TO "ALUNOS.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT OPTIONAL ARQ-OPERADORES-SEQ ASSIGN TO "OPERADOR.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT OPTIONAL ARQ-CALENDARIO-SEQ
               ASSIGN TO "CALENDARIO.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT OPTIONAL ARQ-SEQUENCIA-SEQ ASSIGN TO "SEQMATR.SEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA OF ALUNO-REC-FILE
               FILE STATUS IS ALU-FILE-STATUS.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-CALENDARIO ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARQ-SEQUENCIA ASSIGN TO "SEQMATR.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALUNOS-SEQ.
       01  ALUNO-SEQ-REC.
           05  VEL-ALU-MATRICULA   PIC 9(6).
           05  VEL-ALU-NOME        PIC X(15).
           05  VEL-ALU-SOBRENOME   PIC X(15).
           05  VEL-ALU-TURMA       PIC X(4).
           05  VEL-ALU-STATUS      PIC X(1).
       FD  ARQ-OPERADORES-SEQ.
       01  OPERADOR-SEQ-REC.
           05  VEL-OPE-ID          PIC X(8).
           05  VEL-OPE-SENHA       PIC X(8).
           05  VEL-OPE-NIVEL       PIC 9(1).
           05  VEL-OPE-NOME        PIC X(20).
           05  VEL-OPE-DATA-TROCA  PIC 9(8).
           05  VEL-OPE-FALHAS      PIC 9(2).
           05  VEL-OPE-SITUACAO    PIC X(1).
       FD  ARQ-CALENDARIO-SEQ.
       01  CALENDARIO-SEQ-REC.
           05  VEL-CAL-DATA        PIC 9(8).
           05  VEL-CAL-TIPO        PIC X(1).
           05  VEL-CAL-DESCRICAO   PIC X(20).
       FD  ARQ-SEQUENCIA-SEQ.
       01  SEQUENCIA-SEQ-REC.
           05  VEL-SEQ-PROXIMO     PIC 9(5).
       FD  ARQ-ALUNOS.
       01  ALUNO-REC-FILE.
           COPY ALUREG.
       FD  ARQ-OPERADORES.
       01  OPERADOR-REC.
           COPY ALUOPER.
       FD  ARQ-CALENDARIO.
       01  CALENDARIO-REC.
           COPY ALUCALEN.
       FD  ARQ-SEQUENCIA.
       01  SEQUENCIA-REC.
           COPY ALUSEQM.

       WORKING-STORAGE SECTION.
       01 SEQ-FILE-STATUS PIC X(2) VALUE "00".
       01 ALU-FILE-STATUS PIC X(2) VALUE "00".
       01 OPERADOR-ID PIC X(8) VALUE "BATCH".
       01 STATUS-TRAVA PIC X(20) VALUE " ".
       01 FIM-ARQUIVO PIC X VALUE "N".
           88 FIM-DO-ARQUIVO VALUE "S".
       01 UNIDADE-CONVERSAO PIC 9(2) VALUE 1.
       01 PROXIMO-ANTIGO PIC 9(5) VALUE 1.
       01 INICIO-FAIXA PIC 9(5) VALUE 1.
       01 FIM-FAIXA-UM PIC 9(5) VALUE 9999.
       01 U PIC 9(2) VALUE 1.
       01 TOTAL-ALUNOS-LIDOS PIC 9(5) VALUE 0.
       01 TOTAL-ALUNOS-GRAVADOS PIC 9(5) VALUE 0.
       01 TOTAL-ALUNOS-DUPLICADOS PIC 9(5) VALUE 0.
       01 TOTAL-OPERADORES PIC 9(3) VALUE 0.
       01 OPERADORES-IGNORADOS PIC X VALUE "N".
           88 SEM-OPERADORES-ANTIGOS VALUE "S".
       01 TOTAL-CALENDARIO PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           CALL "ALUNO-TRAVA" USING "OBTEM-LOT", OPERADOR-ID,
                   STATUS-TRAVA.
           IF STATUS-TRAVA NOT EQUAL "OK" THEN
               DISPLAY "MASTER INDISPONIVEL: " STATUS-TRAVA
               STOP RUN
           END-IF.
           PERFORM LE-SEQUENCIA-ANTIGA.
           PERFORM CONVERTE-ALUNOS.
           PERFORM CONVERTE-OPERADORES.
           PERFORM CONVERTE-CALENDARIO.
           PERFORM CONVERTE-SEQUENCIA.
           PERFORM IMPRIME-SUMARIO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
       STOP RUN.

       VERIFICA-STATUS-SEQ.
           IF SEQ-FILE-STATUS NOT EQUAL "00" AND
                   SEQ-FILE-STATUS NOT EQUAL "05" AND
                   SEQ-FILE-STATUS NOT EQUAL "10" THEN
               DISPLAY "ERRO DE LEITURA NO ARQUIVO ANTIGO - STATUS "
                       SEQ-FILE-STATUS
               PERFORM ENCERRA-COM-ERRO
           END-IF.

       ENCERRA-COM-ERRO.
           CALL "ALUNO-TRAVA" USING "LIBERA", OPERADOR-ID,
                   STATUS-TRAVA.
           STOP RUN.

      * A single-unit site becomes unit 1: every student, operator
      * and calendar day comes over in UNIDADE-CONVERSAO.  The turma
      * catalog gains its unit in ALUTURCV (or ALUTCONV).
       CONVERTE-ALUNOS.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-ALUNOS-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           OPEN OUTPUT ARQ-ALUNOS.
           IF ALU-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "ERRO AO CRIAR ALUNOS.DAT - STATUS "
                       ALU-FILE-STATUS
               PERFORM ENCERRA-COM-ERRO
           END-IF.
           PERFORM CONVERTE-UM-ALUNO UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-ALUNOS-SEQ.

       CONVERTE-UM-ALUNO.
           READ ARQ-ALUNOS-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-ALUNOS-LIDOS
                   MOVE VEL-ALU-MATRICULA
                           TO ALU-MATRICULA OF ALUNO-REC-FILE
                   MOVE VEL-ALU-NOME TO ALU-NOME OF ALUNO-REC-FILE
                   MOVE VEL-ALU-SOBRENOME
                           TO ALU-SOBRENOME OF ALUNO-REC-FILE
                   MOVE VEL-ALU-TURMA TO ALU-TURMA OF ALUNO-REC-FILE
                   MOVE VEL-ALU-STATUS TO ALU-STATUS OF ALUNO-REC-FILE
                   MOVE UNIDADE-CONVERSAO
                           TO ALU-UNIDADE OF ALUNO-REC-FILE
                   WRITE ALUNO-REC-FILE
                   IF ALU-FILE-STATUS EQUAL "00" THEN
                       ADD 1 TO TOTAL-ALUNOS-GRAVADOS
                   ELSE
                       ADD 1 TO TOTAL-ALUNOS-DUPLICADOS
                       DISPLAY "MATRICULA NAO CONVERTIDA: "
                               VEL-ALU-MATRICULA
                               " STATUS " ALU-FILE-STATUS
                   END-IF
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

      * A site coming from the original 37-byte operator layout has
      * already been taken to the current one by ALUTCONV and codes
      * no OPERADSQ: with OPERADOR.SEQ absent the live file is left
      * alone.
       CONVERTE-OPERADORES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-OPERADORES-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           IF SEQ-FILE-STATUS EQUAL "05" THEN
               MOVE "S" TO OPERADORES-IGNORADOS
           ELSE
               OPEN OUTPUT ARQ-OPERADORES
               PERFORM CONVERTE-UM-OPERADOR UNTIL FIM-DO-ARQUIVO
               CLOSE ARQ-OPERADORES
           END-IF.
           CLOSE ARQ-OPERADORES-SEQ.

       CONVERTE-UM-OPERADOR.
           READ ARQ-OPERADORES-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-OPERADORES
                   MOVE VEL-OPE-ID         TO OPE-ID
                   MOVE VEL-OPE-SENHA      TO OPE-SENHA
                   MOVE VEL-OPE-NIVEL      TO OPE-NIVEL
                   MOVE VEL-OPE-NOME       TO OPE-NOME
                   MOVE VEL-OPE-DATA-TROCA TO OPE-DATA-TROCA
                   MOVE VEL-OPE-FALHAS     TO OPE-FALHAS
                   MOVE VEL-OPE-SITUACAO   TO OPE-SITUACAO
                   MOVE UNIDADE-CONVERSAO  TO OPE-UNIDADE
                   WRITE OPERADOR-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

       CONVERTE-CALENDARIO.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-CALENDARIO-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           OPEN OUTPUT ARQ-CALENDARIO.
           PERFORM CONVERTE-UM-DIA UNTIL FIM-DO-ARQUIVO.
           CLOSE ARQ-CALENDARIO.
           CLOSE ARQ-CALENDARIO-SEQ.

       CONVERTE-UM-DIA.
           READ ARQ-CALENDARIO-SEQ
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO TOTAL-CALENDARIO
                   MOVE VEL-CAL-DATA      TO CAL-DATA
                   MOVE VEL-CAL-TIPO      TO CAL-TIPO
                   MOVE VEL-CAL-DESCRICAO TO CAL-DESCRICAO
                   MOVE UNIDADE-CONVERSAO TO CAL-UNIDADE
                   WRITE CALENDARIO-REC
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.

      * Everything converted becomes unit 1, whose band of bases is
      * 1 to 9999.  A site that has already issued past base 9999
      * has matriculas in the bands of other units and nothing left
      * in its own, so ALUNO-MATRICULA-GERA could not enroll anyone
      * at unit 1 afterwards: it is refused here, before any file
      * is written.
       LE-SEQUENCIA-ANTIGA.
           MOVE 1 TO PROXIMO-ANTIGO.
           OPEN INPUT ARQ-SEQUENCIA-SEQ.
           PERFORM VERIFICA-STATUS-SEQ.
           READ ARQ-SEQUENCIA-SEQ
               AT END
                   CONTINUE
               NOT AT END
                   MOVE VEL-SEQ-PROXIMO TO PROXIMO-ANTIGO
           END-READ.
           PERFORM VERIFICA-STATUS-SEQ.
           CLOSE ARQ-SEQUENCIA-SEQ.
           IF PROXIMO-ANTIGO > FIM-FAIXA-UM THEN
               DISPLAY "PROXIMA MATRICULA (BASE) " PROXIMO-ANTIGO
                       " ACIMA DA FAIXA DA UNIDADE 1 (1 A 9999)"
               DISPLAY "CONVERSAO NAO REALIZADA - NENHUM ARQUIVO "
                       "FOI GRAVADO"
               PERFORM ENCERRA-COM-ERRO
           END-IF.

      * The single sequence becomes one record per unit.  Unit 1
      * carries on from the old next number, which is inside its
      * band (see LE-SEQUENCIA-ANTIGA); every other unit starts at
      * the beginning of its own band.
       CONVERTE-SEQUENCIA.
           OPEN OUTPUT ARQ-SEQUENCIA.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > 9
               COMPUTE INICIO-FAIXA = (U - 1) * 10000 + 1
               MOVE U TO SEQ-UNIDADE
               IF U EQUAL UNIDADE-CONVERSAO THEN
                   MOVE PROXIMO-ANTIGO TO SEQ-PROXIMO
               ELSE
                   MOVE INICIO-FAIXA TO SEQ-PROXIMO
               END-IF
               WRITE SEQUENCIA-REC
           END-PERFORM.
           CLOSE ARQ-SEQUENCIA.

       IMPRIME-SUMARIO.
           DISPLAY "CONVERSAO PARA VARIAS UNIDADES - RESUMO".
           DISPLAY "UNIDADE ATRIBUIDA ........: " UNIDADE-CONVERSAO.
           DISPLAY "ALUNOS LIDOS .............: "
                   TOTAL-ALUNOS-LIDOS.
           DISPLAY "ALUNOS GRAVADOS ..........: "
                   TOTAL-ALUNOS-GRAVADOS.
           DISPLAY "MATRICULAS DUPLICADAS ....: "
                   TOTAL-ALUNOS-DUPLICADOS.
           IF SEM-OPERADORES-ANTIGOS THEN
               DISPLAY "OPERADORES CONVERTIDOS ...: "
                       "NENHUM (SEM OPERADOR.SEQ)"
           ELSE
               DISPLAY "OPERADORES CONVERTIDOS ...: " TOTAL-OPERADORES
           END-IF.
           DISPLAY "DIAS DE CALENDARIO .......: " TOTAL-CALENDARIO.
           DISPLAY "PROXIMA MATRICULA (BASE) .: " PROXIMO-ANTIGO.
