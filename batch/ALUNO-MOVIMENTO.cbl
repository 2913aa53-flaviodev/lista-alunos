               AT END
                   MOVE "S" TO FIM-AUDITORIA
               NOT AT END
                   IF AUD-DATA EQUAL DATA-MOVIMENTO AND
                           AUD-OPERACAO NOT EQUAL "QUITACAO" AND
                           AUD-OPERACAO NOT EQUAL "DESL-DEBIT" THEN
                       ADD 1 TO TOTAL-LIDOS
                       PERFORM GRAVA-MOVIMENTO
                   END-IF
