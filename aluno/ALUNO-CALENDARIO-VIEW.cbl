           COPY ALUCALEN.

       WORKING-STORAGE SECTION.
       01 I PIC 9(4) VALUE 1.
       01 L PIC 9(2) VALUE 0.
       01 UNIDADE-OPERADOR PIC 9(2) VALUE 0.
       01 UNIDADE-CALENDARIO PIC 9(2) VALUE 1.
       01 UNIDADE-ANTERIOR PIC 9(2) VALUE 1.
       01 UNIDADE-RECUSADA PIC X VALUE "N".
       01 FIM-CALENDARIO PIC X VALUE "N".
           88 FIM-DO-ARQ-CALENDARIO VALUE "S".
       COPY ALUCALNL.
       01 DATA-COMPLETA PIC 9(8) VALUE 0.
       01 ANO-LISTA PIC 9(4) VALUE 0.
       01 ANO-REGISTRO PIC 9(4) VALUE 0.
       01 RTN-DATA-ACHADA PIC 9(4) VALUE 0.
       01 TOTAL-LETIVOS-ANO PIC 9(3) VALUE 0.
       01 TOTAL-LETIVOS-EDIT PIC ZZ9.
       01 LINHA-LETIVOS PIC X(30) VALUE SPACES.
                PIC X(33)        FROM LINHAS(15).
           05  LETIVOS-WS                                 LINE 19 COL 10
                PIC X(30)        FROM LINHA-LETIVOS.
           05  VALUE "Unidade (1-9):"                    LINE 19 COL 45.
           05  UNIDADE-INPUT                              LINE 19 COL 60
                           PIC 9(2) USING UNIDADE-CALENDARIO AUTO.
           05  VALUE "Data (AAAAMMDD):"                  LINE 20 COL 10.
           05  DATA-INPUT                                 LINE 20 COL 40
                           PIC 9(8) TO DATA-BUSCA AUTO.
       01  DETALHE-SCREEN.
           05  VALUE "CALENDARIO ESCOLAR" BLANK SCREEN   LINE 1 COL 10.
           05  VALUE "Data:"                             LINE 3 COL 10.
           05  UNIDADE-DETALHE-WS                        LINE 3 COL 45
                   PIC 9(2) FROM CAL-UNIDADE OF DIA-EDICAO.
           05  DATA-DETALHE-WS                           LINE 3 COL 30
                   PIC 9(8) FROM CAL-DATA OF DIA-EDICAO.
           05  VALUE "Tipo (L/F/R):"                     LINE 4 COL 10.

      * The whole maintenance session holds the reserved per-file
      * lock, so only one desk edits this file at a time and the
      * load-all/rewrite stays consistent across desks.  Each
      * school unit keeps its own days: the screen lists and edits
      * one unit at a time, always the operator's own unit unless
      * a supervisor picks another.
       EXECUTA-MANUTENCAO.
           CALL "ALUNO-UNIDADE-OPERADOR" USING OPERADOR-ID,
                   UNIDADE-OPERADOR.
           IF UNIDADE-OPERADOR NOT EQUAL 0 THEN
               MOVE UNIDADE-OPERADOR TO UNIDADE-CALENDARIO
           END-IF.
           ACCEPT DATA-COMPLETA FROM DATE YYYYMMDD.
           MOVE DATA-COMPLETA(1:4) TO ANO-LISTA.
           PERFORM CARREGA-CALENDARIO.
           PERFORM MONTA-LISTA.
           PERFORM CONTA-LETIVOS.
           MOVE 0 TO DATA-BUSCA.
           MOVE UNIDADE-CALENDARIO TO UNIDADE-ANTERIOR.
           DISPLAY BUSCA-SCREEN.
           ACCEPT BUSCA-SCREEN.
           PERFORM VERIFICA-UNIDADE.
           IF CANCELADO EQUAL 'S' OR CANCELADO EQUAL 's' THEN
               CONTINUE
           ELSE
           IF UNIDADE-RECUSADA EQUAL "S" THEN
               MOVE "UNIDADE INVALIDA" TO STATUS-CALENDARIO
           ELSE
               IF DATA-BUSCA EQUAL 0 THEN
                   IF UNIDADE-CALENDARIO NOT EQUAL UNIDADE-ANTERIOR
                           THEN
                       MOVE "UNIDADE SELECIONADA" TO STATUS-CALENDARIO
                   ELSE
                       MOVE "DATA EM BRANCO" TO STATUS-CALENDARIO
                   END-IF
               ELSE
                   PERFORM EDITA-DIA
               END-IF
           END-IF
           END-IF.

       VERIFICA-UNIDADE.
           IF UNIDADE-OPERADOR NOT EQUAL 0 THEN
               MOVE UNIDADE-OPERADOR TO UNIDADE-CALENDARIO
           END-IF.
           MOVE "N" TO UNIDADE-RECUSADA.
           IF UNIDADE-CALENDARIO < 1 OR UNIDADE-CALENDARIO > 9 THEN
               MOVE UNIDADE-ANTERIOR TO UNIDADE-CALENDARIO
               MOVE "S" TO UNIDADE-RECUSADA
           END-IF.

       MONTA-LISTA.
           MOVE SPACES TO LINHA-WS.
           MOVE 0 TO L.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL L >= 15 OR I > TOTAL-DIAS-CALENDARIO
               IF CAL-UNIDADE OF CALENDARIO(I) EQUAL
                       UNIDADE-CALENDARIO THEN
                   ADD 1 TO L
                   MOVE CAL-DATA OF CALENDARIO(I) TO LINHA-DATA(L)
                   MOVE CAL-TIPO OF CALENDARIO(I) TO LINHA-TIPO(L)
                   MOVE CAL-DESCRICAO OF CALENDARIO(I)
                           TO LINHA-DESCRICAO(L)
               END-IF
           END-PERFORM.

       CONTA-LETIVOS.
                   UNTIL I > TOTAL-DIAS-CALENDARIO
               MOVE CAL-DATA OF CALENDARIO(I)(1:4) TO ANO-REGISTRO
               IF CAL-LETIVO OF CALENDARIO(I) AND
                       ANO-REGISTRO EQUAL ANO-LISTA AND
                       CAL-UNIDADE OF CALENDARIO(I) EQUAL
                       UNIDADE-CALENDARIO THEN
                   ADD 1 TO TOTAL-LETIVOS-ANO
               END-IF
           END-PERFORM.
               MOVE SPACES TO DIA-EDICAO
               MOVE DATA-BUSCA TO CAL-DATA OF DIA-EDICAO
               MOVE "L" TO CAL-TIPO OF DIA-EDICAO
               MOVE UNIDADE-CALENDARIO TO CAL-UNIDADE OF DIA-EDICAO
           END-IF.
           DISPLAY DETALHE-SCREEN.
           ACCEPT DETALHE-SCREEN.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-DIAS-CALENDARIO
                   OR RTN-DATA-ACHADA NOT EQUAL 0
               IF CAL-DATA OF CALENDARIO(I) EQUAL DATA-BUSCA AND
                       CAL-UNIDADE OF CALENDARIO(I) EQUAL
                       UNIDADE-CALENDARIO THEN
                   MOVE I TO RTN-DATA-ACHADA
               END-IF
           END-PERFORM.
