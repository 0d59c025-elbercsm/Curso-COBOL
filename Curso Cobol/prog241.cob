       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG241.

      *    ROTINA CENTRAL DA CHECAGEM DO ENCADEAMENTO DA TRILHA DE
      *    AUDITORIA, CHAMADA POR CALL COM A AREA AUDCHNPARM. A
      *    CHECAGEM PARTE DA CHECAGEM DO REGISTRO ANTERIOR E ACUMULA,
      *    BYTE A BYTE, O CONTEUDO DO REGISTRO E A SEQUENCIA - CADA
      *    PASSO MULTIPLICA O ACUMULADO POR 257, SOMA O VALOR DO BYTE
      *    E A POSICAO, E FICA COM O RESTO DA DIVISAO PELO PRIMO
      *    999999937. QUALQUER BYTE TROCADO, OU UM ELO ANTERIOR
      *    DIFERENTE, DA OUTRA CHECAGEM. E' A MESMA CONTA NA GRAVACAO
      *    (PROG240) E NA CONFERENCIA (PROG242) - SO PODE MUDAR COM A
      *    TRILHA INTEIRA RECALCULADA.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *    O BYTE VAI PARA A METADE BAIXA DE UM BINARIO DE DUAS
      *    POSICOES - O VALOR NUMERICO DO CARACTER, SEM TABELA.
       01  PAR-DO-BYTE.
           05 FILLER               PIC X(01) VALUE LOW-VALUE.
           05 BYTE-CARACTER        PIC X(01).
       01  VALOR-DO-BYTE REDEFINES PAR-DO-BYTE
                                   PIC 9(04) COMP.

       01  IDX-BYTE                PIC 9(03) COMP.
       01  TAMANHO-CONTEUDO        PIC 9(03) COMP VALUE 108.
       01  ACUMULADO               PIC 9(09).
       01  PRODUTO-CHECAGEM        PIC 9(13).
       01  QUOCIENTE-CHECAGEM      PIC 9(13).
       01  MULTIPLICADOR-CHECAGEM  PIC 9(03) VALUE 257.
       01  MODULO-CHECAGEM         PIC 9(09) VALUE 999999937.

       LINKAGE SECTION.

           COPY "AUDCHNPARM.cob".

       PROCEDURE DIVISION USING AUDCHN-PARAMETROS.

       PROGRAM-BEGIN.

           MOVE ZEROS TO ACUMULADO.
           IF AUDCHN-CHECAGEM-ANTERIOR IS NUMERIC
               MOVE AUDCHN-CHECAGEM-ANTERIOR TO ACUMULADO.
           MOVE 1 TO IDX-BYTE.
           PERFORM ACUMULA-UM-BYTE
                   UNTIL IDX-BYTE IS GREATER THAN TAMANHO-CONTEUDO.
           MOVE ACUMULADO TO AUDCHN-CHECAGEM.

       PROGRAM-DONE.
           GOBACK.

       ACUMULA-UM-BYTE.
           MOVE AUDCHN-CONTEUDO(IDX-BYTE:1) TO BYTE-CARACTER.
           COMPUTE PRODUTO-CHECAGEM =
                   ACUMULADO * MULTIPLICADOR-CHECAGEM
                   + VALOR-DO-BYTE + IDX-BYTE.
           DIVIDE PRODUTO-CHECAGEM BY MODULO-CHECAGEM
                  GIVING QUOCIENTE-CHECAGEM
                  REMAINDER ACUMULADO.
           ADD 1 TO IDX-BYTE.
