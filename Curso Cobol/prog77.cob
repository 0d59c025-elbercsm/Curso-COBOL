      *    CONCLUIDA E A ULTIMA COMPETENCIA FECHADA (CALENDCTL.DAT),
      *    E LISTA OS FERIADOS CADASTRADOS (FERIADOS.DAT). A VIRADA
      *    DA DATA DE MOVIMENTO E' FEITA AQUI NO FIM DO EXPEDIENTE.
      *    2026-10-15 O CONTROLE PASSOU A MOSTRAR E PRESERVAR O ULTIMO
      *    ANO FECHADO PELO YEARJOB (VER PROG234).

       ENVIRONMENT DIVISION.

           05 CTRL-DATA-MOVIMENTO  PIC 9(08) VALUE ZEROS.
           05 CTRL-ULTIMO-DIARIO   PIC 9(08) VALUE ZEROS.
           05 CTRL-ULTIMA-COMP     PIC 9(06) VALUE ZEROS.
           05 CTRL-ULTIMO-ANO      PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

                   MOVE CALEND-DATA-MOVIMENTO TO CTRL-DATA-MOVIMENTO
                   MOVE CALEND-ULTIMO-DIARIO  TO CTRL-ULTIMO-DIARIO
                   MOVE CALEND-ULTIMA-COMP-MENSAL
                        TO CTRL-ULTIMA-COMP
                   MOVE CALEND-ULTIMO-ANO-FECHADO
                        TO CTRL-ULTIMO-ANO.
           CLOSE ARQUIVO-CALEND.
           IF CTRL-DATA-MOVIMENTO IS EQUAL ZEROS
               DISPLAY "CONTROLE AINDA NAO IMPLANTADO - DATA DE "
           MOVE CTRL-DATA-MOVIMENTO TO CALEND-DATA-MOVIMENTO.
           MOVE CTRL-ULTIMO-DIARIO  TO CALEND-ULTIMO-DIARIO.
           MOVE CTRL-ULTIMA-COMP    TO CALEND-ULTIMA-COMP-MENSAL.
           MOVE CTRL-ULTIMO-ANO     TO CALEND-ULTIMO-ANO-FECHADO.
           OPEN OUTPUT ARQUIVO-CALEND.
           WRITE CALEND-REGISTRO.
           CLOSE ARQUIVO-CALEND.
           DISPLAY "DATA DE MOVIMENTO        : " CTRL-DATA-MOVIMENTO.
           DISPLAY "ULTIMA ROTINA DIARIA     : " CTRL-ULTIMO-DIARIO.
           DISPLAY "ULTIMA COMPETENCIA FECHADA : " CTRL-ULTIMA-COMP.
           DISPLAY "ULTIMO ANO FECHADO       : " CTRL-ULTIMO-ANO.

      *    A NOVA DATA PRECISA SER POSTERIOR A ATUAL - A VIRADA NAO
      *    ANDA PARA TRAS.
