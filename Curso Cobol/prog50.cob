      *    DIARIA RECUSA RODAR EM FERIADO, DUAS VEZES NA MESMA DATA
      *    DE MOVIMENTO OU DEPOIS DE UMA NOITE PULADA, COM A RECUSA
      *    REGISTRADA NO MSGLOG.
      *    2026-10-15 O ULTIMO ANO FECHADO DO CALENDARIO E' PRESERVADO
      *    NA REGRAVACAO DO CONTROLE.

       ENVIRONMENT DIVISION.

           05 ULT-DIARIO-MES      PIC 9(02) VALUE ZEROS.
           05 ULT-DIARIO-DIA      PIC 9(02) VALUE ZEROS.
       01  ULTIMA-COMP-MENSAL      PIC 9(06) VALUE ZEROS.
       01  ULTIMO-ANO-FECHADO      PIC 9(04) VALUE ZEROS.
       01  HOJE-E-FERIADO-SW       PIC X(01).
           88 HOJE-E-FERIADO       VALUE "S".
       01  SERIAL-MOVIMENTO        PIC 9(08).
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG50" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

                   MOVE CALEND-DATA-MOVIMENTO TO DATA-MOVIMENTO
                   MOVE CALEND-ULTIMO-DIARIO  TO ULTIMO-DIARIO
                   MOVE CALEND-ULTIMA-COMP-MENSAL
                        TO ULTIMA-COMP-MENSAL
                   MOVE CALEND-ULTIMO-ANO-FECHADO
                        TO ULTIMO-ANO-FECHADO.
           CLOSE ARQUIVO-CALEND.

       VERIFICA-FERIADO-HOJE.
               MOVE ULTIMO-DIARIO  TO CALEND-ULTIMO-DIARIO
               MOVE ULTIMA-COMP-MENSAL
                    TO CALEND-ULTIMA-COMP-MENSAL
               MOVE ULTIMO-ANO-FECHADO
                    TO CALEND-ULTIMO-ANO-FECHADO
               OPEN OUTPUT ARQUIVO-CALEND
               WRITE CALEND-REGISTRO
               CLOSE ARQUIVO-CALEND.
