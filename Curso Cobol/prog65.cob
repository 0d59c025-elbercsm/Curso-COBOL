
       01  TOTAL-ETIQUETAS         PIC 9(06) VALUE ZEROS.

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - SEM MENU, TODAS.
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "S" TO FINAL-ARQUIVO.

      *    SOMENTE CLIENTES ATIVOS RECEBEM MALA DIRETA - OS FILTROS
      *    DE FILIAL E CIDADE SAO OPCIONAIS. CHAMADO PELO MENU, SO
      *    SAEM OS CLIENTES DAS FILIAIS DO OPERADOR (PROG243).
       AVALIA-CLIENTE.
           MOVE "S" TO REGISTRO-PASSA-SW.
           IF CLIENTE-INATIVO
           IF (FILTRO-CIDADE IS NOT EQUAL SPACES)
                   AND (CLIENTE-END-CIDADE IS NOT EQUAL FILTRO-CIDADE)
               MOVE "N" TO REGISTRO-PASSA-SW.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF FILOP-FORA-DAS-FILIAIS
               MOVE "N" TO REGISTRO-PASSA-SW.
           IF REGISTRO-PASSA
               PERFORM IMPRIME-ETIQUETA
               ADD 1 TO TOTAL-ETIQUETAS.
