       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUNO-PROFESSOR-CONFLITO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 I PIC 9(3) VALUE 1.
       LINKAGE SECTION.
       01 PROFESSOR-BUSCA PIC X(8).
       01 DIA-BUSCA PIC 9(1).
       01 PERIODO-BUSCA PIC 9(1).
       01 TOTAL-HORARIOS PIC 9(3).
       01 LISTA-HORARIOS.
           05 HORARIOS OCCURS 500 TIMES.
               COPY ALUHORA REPLACING ==05== BY ==10==.
       01 RTN-CONFLITO PIC 9(3).

      * Looks the teacher up in the timetable table the caller has
      * loaded and returns the entry that already holds the teacher
      * in that weekday and periodo, or zero when the teacher is
      * free.  The table is passed in so the timetable maintenance
      * checks the entries it has not rewritten yet.
       PROCEDURE DIVISION USING PROFESSOR-BUSCA, DIA-BUSCA,
                    PERIODO-BUSCA, TOTAL-HORARIOS, LISTA-HORARIOS,
                    RTN-CONFLITO.
           MOVE 0 TO RTN-CONFLITO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-HORARIOS OR RTN-CONFLITO NOT EQUAL 0
               IF HOR-PROFESSOR OF HORARIOS(I) EQUAL PROFESSOR-BUSCA
                       AND HOR-DIA OF HORARIOS(I) EQUAL DIA-BUSCA AND
                       HOR-PERIODO OF HORARIOS(I) EQUAL PERIODO-BUSCA
                       THEN
                   MOVE I TO RTN-CONFLITO
               END-IF
           END-PERFORM.
       EXIT PROGRAM.
