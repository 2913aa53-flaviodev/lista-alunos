               10  LINHA-NIVEL            PIC 9(1).
               10  FILLER                 PIC X(1).
               10  LINHA-NOME             PIC X(20).
               10  FILLER                 PIC X(1).
               10  LINHA-UNIDADE          PIC 9(2).
       COPY ALUTRVCH.
       01 CHAVE-TRAVA-ARQUIVO PIC 9(6) VALUE TRV-CHAVE-OPERADOR.
       01 STATUS-TRAVA-REG PIC X(20) VALUE " ".
       01  BUSCA-SCREEN.
           05  VALUE "CADASTRO DE OPERADORES" BLANK SCREEN
                                                         LINE 1 COL 10.
           05  VALUE "ID       N NOME                 UN"
                                                         LINE 3 COL 10.
           05  OPER1-IN                                  LINE 4 COL 10
                PIC X(34)        FROM LINHAS(1).
           05  OPER2-IN                                  LINE 5 COL 10
                PIC X(34)        FROM LINHAS(2).
           05  OPER3-IN                                  LINE 6 COL 10
                PIC X(34)        FROM LINHAS(3).
           05  OPER4-IN                                  LINE 7 COL 10
                PIC X(34)        FROM LINHAS(4).
           05  OPER5-IN                                  LINE 8 COL 10
                PIC X(34)        FROM LINHAS(5).
           05  OPER6-IN                                  LINE 9 COL 10
                PIC X(34)        FROM LINHAS(6).
           05  OPER7-IN                                  LINE 10 COL 10
                PIC X(34)        FROM LINHAS(7).
           05  OPER8-IN                                  LINE 11 COL 10
                PIC X(34)        FROM LINHAS(8).
           05  OPER9-IN                                  LINE 12 COL 10
                PIC X(34)        FROM LINHAS(9).
           05  OPER10-IN                                 LINE 13 COL 10
                PIC X(34)        FROM LINHAS(10).
           05  OPER11-IN                                 LINE 14 COL 10
                PIC X(34)        FROM LINHAS(11).
           05  OPER12-IN                                 LINE 15 COL 10
                PIC X(34)        FROM LINHAS(12).
           05  VALUE "Id (novo ou existente):"           LINE 17 COL 10.
           05  ID-INPUT                                  LINE 17 COL 40
                           PIC X(8) TO ID-BUSCA AUTO.
           05  SENHA-INPUT                               LINE 4 COL 40
                   PIC X(8) USING OPE-SENHA OF OPERADOR-EDICAO
                   SECURE AUTO.
           05  VALUE "Nivel (1=OP 2=SUP 3=PROF 4=COORD):"
                                                         LINE 5 COL 10.
           05  NIVEL-INPUT                               LINE 5 COL 46
                   PIC 9 USING OPE-NIVEL OF OPERADOR-EDICAO AUTO.
           05  VALUE "Nome:"                             LINE 6 COL 10.
           05  NOME-INPUT                                LINE 6 COL 40
                   AUTO.
           05  VALUE "N=normal B=bloqueado T=troca senha"
                                                         LINE 8 COL 10.
           05  VALUE "Unidade (1-9):"                    LINE 9 COL 10.
           05  UNIDADE-INPUT                             LINE 9 COL 40
                   PIC 9(2) USING OPE-UNIDADE OF OPERADOR-EDICAO AUTO.

       PROCEDURE DIVISION USING OPERADOR-ID.
           CALL "ALUNO-TRAVA-REGISTRO" USING "OBTEM",
               MOVE OPE-ID OF OPERADORES(I)    TO LINHA-ID(I)
               MOVE OPE-NIVEL OF OPERADORES(I) TO LINHA-NIVEL(I)
               MOVE OPE-NOME OF OPERADORES(I)  TO LINHA-NOME(I)
               MOVE OPE-UNIDADE OF OPERADORES(I) TO LINHA-UNIDADE(I)
           END-PERFORM.

       EDITA-OPERADOR.
               MOVE 0 TO OPE-DATA-TROCA OF OPERADOR-EDICAO
               MOVE 0 TO OPE-FALHAS OF OPERADOR-EDICAO
               MOVE "T" TO OPE-SITUACAO OF OPERADOR-EDICAO
               MOVE 1 TO OPE-UNIDADE OF OPERADOR-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
               MOVE "SENHA EM BRANCO" TO STATUS-OPERADOR
           ELSE
           IF OPE-NIVEL OF OPERADOR-EDICAO < 1 OR
                   OPE-NIVEL OF OPERADOR-EDICAO > 4 THEN
               MOVE "NIVEL INVALIDO" TO STATUS-OPERADOR
           ELSE
           IF OPE-SITUACAO OF OPERADOR-EDICAO NOT EQUAL "N" AND
                   OPE-SITUACAO OF OPERADOR-EDICAO NOT EQUAL "T" AND
                   OPE-SITUACAO OF OPERADOR-EDICAO NOT EQUAL " " THEN
               MOVE "SITUACAO INVALIDA" TO STATUS-OPERADOR
           ELSE
           IF OPE-UNIDADE OF OPERADOR-EDICAO < 1 OR
                   OPE-UNIDADE OF OPERADOR-EDICAO > 9 THEN
               MOVE "UNIDADE INVALIDA" TO STATUS-OPERADOR
           ELSE
               IF OPE-SITUACAO-NORMAL OF OPERADOR-EDICAO OR
                       OPE-SITUACAO-TROCA OF OPERADOR-EDICAO THEN
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VERIFICA-ID.
