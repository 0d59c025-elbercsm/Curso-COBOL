      *    LISTAGEM DE NOTAS DE VENDA - PERCORRE NOTAFISC.DAT EM
      *    ORDEM DE NUMERO, COM FILTROS OPCIONAIS DE CLIENTE E DE
      *    FILIAL, NO PADRAO DE CABECALHO/QUEBRA/RODAPE DO PROG33,
      *    TOTALIZANDO O VALOR DAS NOTAS LISTADAS. CHAMADA PELO MENU
      *    COM UM OPERADOR RESTRITO A ALGUMAS FILIAIS (PROG58/
      *    PROG243), SO LISTA AS NOTAS DELAS.

       ENVIRONMENT DIVISION.

       01  REGISTRO-PASSA-SW       PIC X.
           88 REGISTRO-PASSA       VALUE "S".

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - SEM MENU, TODAS.
           COPY "FILOPPARM.cob".

       01  IDX-ITEM                PIC 9(02).
       01  TOTAL-NOTAS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-VALOR             PIC 9(10)V9(02) VALUE ZEROS.
               MOVE FILTRO-FILIAL-X TO FILTRO-FILIAL
           ELSE
               MOVE ZEROS TO FILTRO-FILIAL.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE ZEROS TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF NOT FILOP-TODAS-AS-FILIAIS
               DISPLAY "LISTAGEM RESTRITA AS FILIAIS DO OPERADOR "
                       FILOP-OPERADOR ".".

      *    O ARQUIVO E OPCIONAL - STATUS "05" (NAO ENCONTRADO NA
      *    ABERTURA) E NORMAL QUANDO AINDA NAO HA NOTAS EMITIDAS.
           IF (FILTRO-FILIAL IS GREATER THAN ZEROS)
                   AND (NOTA-FILIAL IS NOT EQUAL FILTRO-FILIAL)
               MOVE "N" TO REGISTRO-PASSA-SW.
           IF NOT FILOP-TODAS-AS-FILIAIS
               MOVE "V" TO FILOP-FUNCAO
               MOVE NOTA-FILIAL TO FILOP-FILIAL
               CALL "PROG243" USING FILOP-PARAMETROS
               IF FILOP-FORA-DAS-FILIAIS
                   MOVE "N" TO REGISTRO-PASSA-SW.

       EXIBE-NOTA.
           IF LINHAS-NA-PAGINA IS GREATER THAN OR EQUAL
