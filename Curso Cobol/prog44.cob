       PROGRAM-ID. PROG44.

      *    EXPORTACAO DE CLIENTES E FUNCIONARIOS PARA ARQUIVOS CSV,
      *    PARA CARGA EM PLANILHAS OU OUTROS SISTEMAS. CHAMADA PELO
      *    MENU COM UM OPERADOR RESTRITO A ALGUMAS FILIAIS (PROG58/
      *    PROG243), SO EXPORTA OS CLIENTES DELAS.

       ENVIRONMENT DIVISION.

       01  SALARIO-EDITADO         PIC Z(5)9.99.
       01  STATUS-EDITADO          PIC X(08).

      *    FILIAIS DO OPERADOR DO MENU (VER PROG243) - SEM MENU, TODAS.
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    CLIENTE DE FILIAL FORA DAS DO OPERADOR NAO E' EXPORTADO.
       GRAVA-LINHA-CLIENTE.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF FILOP-PERMITIDA
               PERFORM MONTA-LINHA-CLIENTE.
           PERFORM LEIA-PROXIMO-CLIENTE.

      *    O DELIMITED BY SPACE REMOVE OS ESPACOS FINAIS DE CADA
      *    CAMPO ANTES DE MONTAR A LINHA CSV.
       MONTA-LINHA-CLIENTE.
           MOVE CLIENTE-CODIGO TO CODIGO-EDITADO.
           IF CLIENTE-ATIVO
               MOVE "ATIVO" TO STATUS-EDITADO
                  STATUS-EDITADO      DELIMITED BY SPACE
             INTO LINHA-CLIENTE-CSV.
           WRITE LINHA-CLIENTE-CSV.

       EXPORTA-FUNCIONARIOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
