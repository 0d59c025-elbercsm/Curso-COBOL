      *    2026-09-02 AS EXTRAS EM DOMINGO/FERIADO (PAGAS A 100%)
      *    PASSARAM A SER LANCADAS EM CAMPO PROPRIO, SEPARADO DAS
      *    EXTRAS DE DIA UTIL (50%) - VER FDPONTO/PROG39.
      *    2026-10-15 O PONTO DIGITADO SAI COM AS HORAS NOTURNAS
      *    ZERADAS - O ADICIONAL NOTURNO SO E' APURADO DAS BATIDAS
      *    DIARIAS (PROG116).

       ENVIRONMENT DIVISION.

           MOVE HORAS-NORMAIS-INF     TO PONTO-HORAS-NORMAIS.
           MOVE HORAS-EXTRAS-INF      TO PONTO-HORAS-EXTRAS.
           MOVE HORAS-EXTRAS-100-INF  TO PONTO-HORAS-EXTRAS-100.
           MOVE ZEROS                 TO PONTO-HORAS-NOTURNAS.

           OPEN EXTEND ARQUIVO-PONTO.
           IF PONTO-ARQ-STATUS IS EQUAL "35"
