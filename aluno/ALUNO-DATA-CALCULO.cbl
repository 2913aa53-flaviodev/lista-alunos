       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-DATA-CALCULO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DC-ANO PIC 9(4) VALUE 0.
       01 DC-MES PIC 9(2) VALUE 0.
       01 DC-DIA PIC 9(2) VALUE 0.
       01 DC-ERA PIC 9(2) VALUE 0.
       01 DC-ANO-ERA PIC 9(3) VALUE 0.
       01 DC-DIA-ANO PIC 9(3) VALUE 0.
       01 DC-DIA-ERA PIC 9(6) VALUE 0.
       01 DC-MES-MARCO PIC 9(2) VALUE 0.
       01 DC-QUOCIENTE PIC 9(7) VALUE 0.
       01 DC-AUXILIAR PIC 9(7) VALUE 0.
       01 DC-RESTO PIC 9(7) VALUE 0.
       LINKAGE SECTION.
       01 DAT-OPERACAO PIC X(10).
       01 DAT-DATA PIC 9(8).
       01 DAT-DIAS PIC 9(7).
       01 STATUS-DATA PIC X(20).

      * Dates are turned into a running day count (days since
      * 01/03/0000 in the proleptic gregorian calendar), so the
      * callers can subtract two dates, add days to a date or take
      * the weekday with plain arithmetic.  "CONTA-DIAS" converts
      * DAT-DATA (AAAAMMDD) into DAT-DIAS, "MONTA-DATA" converts
      * DAT-DIAS back into DAT-DATA and "DIA-SEMANA" returns in
      * DAT-DIAS the weekday of DAT-DATA, 1 = segunda-feira up to
      * 7 = domingo, the same numbering as HOR-DIA.
       PROCEDURE DIVISION USING DAT-OPERACAO, DAT-DATA, DAT-DIAS,
                    STATUS-DATA.
           MOVE "OK" TO STATUS-DATA.
           EVALUATE DAT-OPERACAO
               WHEN "CONTA-DIAS"
                   PERFORM VALIDA-DATA
                   IF STATUS-DATA EQUAL "OK" THEN
                       PERFORM CONVERTE-PARA-DIAS
                   END-IF
               WHEN "MONTA-DATA"
                   PERFORM CONVERTE-PARA-DATA
               WHEN "DIA-SEMANA"
                   PERFORM VALIDA-DATA
                   IF STATUS-DATA EQUAL "OK" THEN
                       PERFORM CONVERTE-PARA-DIAS
                       PERFORM CALCULA-DIA-SEMANA
                   END-IF
               WHEN OTHER
                   MOVE "OPERACAO INVALIDA" TO STATUS-DATA
           END-EVALUATE.
       EXIT PROGRAM.

       VALIDA-DATA.
           MOVE DAT-DATA(1:4) TO DC-ANO.
           MOVE DAT-DATA(5:2) TO DC-MES.
           MOVE DAT-DATA(7:2) TO DC-DIA.
           IF DC-ANO EQUAL 0 OR DC-MES < 1 OR DC-MES > 12
                   OR DC-DIA < 1 OR DC-DIA > 31 THEN
               MOVE "DATA INVALIDA" TO STATUS-DATA
           END-IF.

       CONVERTE-PARA-DIAS.
           IF DC-MES <= 2 THEN
               SUBTRACT 1 FROM DC-ANO
               COMPUTE DC-MES-MARCO = DC-MES + 9
           ELSE
               COMPUTE DC-MES-MARCO = DC-MES - 3
           END-IF.
           DIVIDE DC-ANO BY 400 GIVING DC-ERA.
           COMPUTE DC-ANO-ERA = DC-ANO - (DC-ERA * 400).
           COMPUTE DC-AUXILIAR = (153 * DC-MES-MARCO) + 2.
           DIVIDE DC-AUXILIAR BY 5 GIVING DC-DIA-ANO.
           COMPUTE DC-DIA-ANO = DC-DIA-ANO + DC-DIA - 1.
           COMPUTE DC-DIA-ERA = (DC-ANO-ERA * 365) + DC-DIA-ANO.
           DIVIDE DC-ANO-ERA BY 4 GIVING DC-QUOCIENTE.
           ADD DC-QUOCIENTE TO DC-DIA-ERA.
           DIVIDE DC-ANO-ERA BY 100 GIVING DC-QUOCIENTE.
           SUBTRACT DC-QUOCIENTE FROM DC-DIA-ERA.
           COMPUTE DAT-DIAS = (DC-ERA * 146097) + DC-DIA-ERA.

       CONVERTE-PARA-DATA.
           DIVIDE DAT-DIAS BY 146097 GIVING DC-ERA
                   REMAINDER DC-DIA-ERA.
           MOVE DC-DIA-ERA TO DC-AUXILIAR.
           DIVIDE DC-DIA-ERA BY 1460 GIVING DC-QUOCIENTE.
           SUBTRACT DC-QUOCIENTE FROM DC-AUXILIAR.
           DIVIDE DC-DIA-ERA BY 36524 GIVING DC-QUOCIENTE.
           ADD DC-QUOCIENTE TO DC-AUXILIAR.
           DIVIDE DC-DIA-ERA BY 146096 GIVING DC-QUOCIENTE.
           SUBTRACT DC-QUOCIENTE FROM DC-AUXILIAR.
           DIVIDE DC-AUXILIAR BY 365 GIVING DC-ANO-ERA.
           COMPUTE DC-AUXILIAR = DC-DIA-ERA - (365 * DC-ANO-ERA).
           DIVIDE DC-ANO-ERA BY 4 GIVING DC-QUOCIENTE.
           SUBTRACT DC-QUOCIENTE FROM DC-AUXILIAR.
           DIVIDE DC-ANO-ERA BY 100 GIVING DC-QUOCIENTE.
           ADD DC-QUOCIENTE TO DC-AUXILIAR.
           MOVE DC-AUXILIAR TO DC-DIA-ANO.
           COMPUTE DC-AUXILIAR = (5 * DC-DIA-ANO) + 2.
           DIVIDE DC-AUXILIAR BY 153 GIVING DC-MES-MARCO.
           COMPUTE DC-AUXILIAR = (153 * DC-MES-MARCO) + 2.
           DIVIDE DC-AUXILIAR BY 5 GIVING DC-QUOCIENTE.
           COMPUTE DC-DIA = DC-DIA-ANO - DC-QUOCIENTE + 1.
           COMPUTE DC-ANO = DC-ANO-ERA + (DC-ERA * 400).
           IF DC-MES-MARCO < 10 THEN
               COMPUTE DC-MES = DC-MES-MARCO + 3
           ELSE
               COMPUTE DC-MES = DC-MES-MARCO - 9
               ADD 1 TO DC-ANO
           END-IF.
           COMPUTE DAT-DATA = (DC-ANO * 10000) + (DC-MES * 100)
                   + DC-DIA.

       CALCULA-DIA-SEMANA.
           COMPUTE DC-AUXILIAR = DAT-DIAS + 2.
           DIVIDE DC-AUXILIAR BY 7 GIVING DC-QUOCIENTE
                   REMAINDER DC-RESTO.
           COMPUTE DAT-DIAS = DC-RESTO + 1.
