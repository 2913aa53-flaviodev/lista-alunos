       01 RTN-POSICAO-VALIDA PIC 9(1) VALUE 1.
       01 STATUS-POSICAO PIC X(20) VALUE " ".
       01 POSICAO-ALPHA PIC X(3) VALUE SPACES.
       01 UNIDADE-TURMA PIC 9(2) VALUE 0.
       01 RTN-UNIDADE-OK PIC 9(1) VALUE 0.
       01 CANCELADO PIC X VALUE " ".
       LINKAGE SECTION.
       01 OPERADOR-ID PIC X(8).
            ELSE
                IF POSICAO-ALPHA IS NUMERIC THEN
                    MOVE POSICAO-ALPHA TO POSICAO
                    CALL "ALUNO-TURMA-UNIDADE" USING
                            ALU-TURMA OF ALUNO, OPERADOR-ID,
                            UNIDADE-TURMA, RTN-UNIDADE-OK
                    IF UNIDADE-TURMA EQUAL 0 THEN
                        MOVE "TURMA INVALIDA" TO STATUS-POSICAO
                    ELSE
                    IF RTN-UNIDADE-OK EQUAL 0 THEN
                        MOVE "TURMA OUTRA UNIDADE" TO STATUS-POSICAO
                    ELSE
                    IF ALU-MATRICULA OF ALUNO EQUAL 0 THEN
                        CALL "ALUNO-MATRICULA-GERA" USING
                                ALU-MATRICULA OF ALUNO, UNIDADE-TURMA
                        IF ALU-MATRICULA OF ALUNO NOT EQUAL 0 THEN
                            DISPLAY "MATRICULA GERADA: "
                                    ALU-MATRICULA OF ALUNO
                        END-IF
                    END-IF
                    IF ALU-MATRICULA OF ALUNO EQUAL 0 THEN
                        MOVE "MATRICULAS ESGOTADAS" TO STATUS-POSICAO
                    ELSE
                    CALL "ALUNO-ADICIONA-POSICAO" USING ALUNO, POSICAO,
                            STATUS-POSICAO, TOTAL-ALUNOS, LISTA,
                            OPERADOR-ID
                    END-IF
                    END-IF
                    END-IF
                ELSE
                    MOVE "posicao invalida!" TO STATUS-POSICAO
                END-IF
