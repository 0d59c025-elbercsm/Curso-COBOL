      *    ALTERNADA CLIENTE-NOME (START/READ NEXT) EM VEZ DE VARRER
      *    O ARQUIVO INTEIRO - A PESQUISA POR TELEFONE, SEM CHAVE,
      *    CONTINUA SEQUENCIAL.
      *    2026-10-15 CHAMADA PELO MENU COM UM OPERADOR RESTRITO A
      *    ALGUMAS FILIAIS (PROG58/PROG243), SO MOSTRA OS CLIENTES
      *    DELAS.

       ENVIRONMENT DIVISION.

               10 NOTA-TAB-PENDENTE   PIC X(01).
       01  IDX-NOTA            PIC 9(03).

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - SEM MENU, TODAS.
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           IF CLIENTE-NOME IS NOT EQUAL NOME-PESQUISA
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               PERFORM EXIBE-SE-DA-FILIAL
               PERFORM LEIA-PROXIMO-REGISTRO.

      *    CLIENTE DE FILIAL FORA DAS DO OPERADOR NAO APARECE.
       EXIBE-SE-DA-FILIAL.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF FILOP-PERMITIDA
               PERFORM EXIBA-CAMPOS
               ADD 1 TO TOTAL-ENCONTRADOS.

      *    O ARQUIVO E OPCIONAL - STATUS "05" (NAO ENCONTRADO NA
      *    ABERTURA) E NORMAL QUANDO AINDA NAO HA CLIENTES GRAVADOS.
       VERIFICA-STATUS-CLIENTE.
                   AND CLIENTE-NOME IS EQUAL NOME-PESQUISA)
              OR (TELEFONE-PESQUISA IS NOT EQUAL SPACE
                   AND CLIENTE-TELEFONE IS EQUAL TELEFONE-PESQUISA)
               PERFORM EXIBE-SE-DA-FILIAL.
           PERFORM LEIA-PROXIMO-REGISTRO.

       EXIBA-CAMPOS.
