                   " BIM " NAU-BIMESTRE " DE " NOTA-ANTERIOR-EDIT
                   " PARA " NOTA-NOVA-EDIT " POR " NAU-OPERADOR
                   " MOTIVO " NAU-MOTIVO.
           IF NAU-INSTRUMENTO NOT EQUAL SPACES THEN
               DISPLAY "       INSTRUMENTO " NAU-INSTRUMENTO
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING NAU-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           END-STRING.
           WRITE RELATORIO-LINHA.
           IF NAU-INSTRUMENTO NOT EQUAL SPACES THEN
               MOVE SPACES TO RELATORIO-LINHA
               STRING "       INSTRUMENTO " DELIMITED BY SIZE
                      NAU-INSTRUMENTO DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
           END-IF.
