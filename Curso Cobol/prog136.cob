      *    2026-09-02 O AVANCO DO CALENDARIO, QUE ERA FEITO PELO
      *    FECHAMENTO CONTABIL (PROG46) NO MEIO DA CADEIA, PASSOU
      *    PARA CA - A CONFERENCIA ANTIGA VIROU O PROPRIO AVANCO.
      *    2026-10-15 O ULTIMO ANO FECHADO (YEARJOB) E' PRESERVADO NO
      *    AVANCO DO CALENDARIO.

       ENVIRONMENT DIVISION.

           88 CONTROLE-EXISTE      VALUE "S".
       01  DATA-MOVIMENTO-CTL      PIC 9(08) VALUE ZEROS.
       01  ULTIMO-DIARIO-CTL       PIC 9(08) VALUE ZEROS.
       01  ULTIMO-ANO-FECHADO-CTL  PIC 9(04) VALUE ZEROS.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
                   MOVE CALEND-DATA-MOVIMENTO TO DATA-MOVIMENTO-CTL
                   MOVE CALEND-ULTIMO-DIARIO  TO ULTIMO-DIARIO-CTL
                   MOVE CALEND-ULTIMA-COMP-MENSAL
                        TO ULTIMA-COMP-MENSAL
                   MOVE CALEND-ULTIMO-ANO-FECHADO
                        TO ULTIMO-ANO-FECHADO-CTL.
           CLOSE ARQUIVO-CALEND.

      *    A COMPETENCIA FECHADA FICA ANOTADA NO CONTROLE - E' O QUE
           MOVE DATA-MOVIMENTO-CTL TO CALEND-DATA-MOVIMENTO.
           MOVE ULTIMO-DIARIO-CTL  TO CALEND-ULTIMO-DIARIO.
           MOVE COMPETENCIA-NUM    TO CALEND-ULTIMA-COMP-MENSAL.
           MOVE ULTIMO-ANO-FECHADO-CTL TO CALEND-ULTIMO-ANO-FECHADO.
           OPEN OUTPUT ARQUIVO-CALEND.
           WRITE CALEND-REGISTRO.
           CLOSE ARQUIVO-CALEND.
