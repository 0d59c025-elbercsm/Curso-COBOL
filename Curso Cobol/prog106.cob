           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG106" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

