       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG170.

      *    ROTINA DE IMPOSTO SOBRE VENDAS, CHAMADA POR CALL COM A
      *    AREA DE PARAMETROS IMPFISPARM PELA EMISSAO DE NOTAS
      *    (PROG59) E PELO FATURAMENTO DE CONTRATOS (PROG111) A CADA
      *    ITEM. MERCADORIA PAGA ICMS E SERVICO PAGA ISS, NA ALIQUOTA
      *    DA TABELA MANTIDA NO PROG171 PARA A UF DO CLIENTE - SEM
      *    LINHA PARA A UF VALE A LINHA "**" DA CLASSIFICACAO, E SEM
      *    NENHUMA DAS DUAS A ALIQUOTA E' ZERO COM O CFOP PADRAO.
      *    ITEM ISENTO SAI SEM BASE E SEM IMPOSTO. O IMPOSTO E'
      *    CALCULADO POR DENTRO - A BASE E' O PROPRIO VALOR DO ITEM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELALIQ.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDALIQ.cob".

       WORKING-STORAGE SECTION.

       01  ALIQ-ARQ-STATUS         PIC X(02).
       01  CLASSE-DO-ITEM          PIC X(01).
           88 ITEM-MERCADORIA      VALUE "M".
           88 ITEM-SERVICO         VALUE "S".
           88 ITEM-ISENTO          VALUE "I".

       LINKAGE SECTION.

           COPY "IMPFISPARM.cob".

       PROCEDURE DIVISION USING IMPFIS-PARAMETROS.

       PROGRAM-BEGIN.

           MOVE IMPFIS-CLASSE TO CLASSE-DO-ITEM.
           IF CLASSE-DO-ITEM IS NOT EQUAL "S"
                   AND CLASSE-DO-ITEM IS NOT EQUAL "I"
               MOVE "M" TO CLASSE-DO-ITEM.

           MOVE "N" TO IMPFIS-RESULTADO.
           MOVE ZEROS TO IMPFIS-ALIQUOTA.
           IF ITEM-SERVICO
               MOVE "S" TO IMPFIS-TIPO
               MOVE 5933 TO IMPFIS-CFOP
           ELSE
               MOVE 5102 TO IMPFIS-CFOP
               IF ITEM-ISENTO
                   MOVE "N" TO IMPFIS-TIPO
               ELSE
                   MOVE "I" TO IMPFIS-TIPO.

           PERFORM PROCURA-ALIQUOTA.

           IF ITEM-ISENTO
               MOVE ZEROS TO IMPFIS-ALIQUOTA
               MOVE ZEROS TO IMPFIS-BASE
               MOVE ZEROS TO IMPFIS-IMPOSTO
           ELSE
               MOVE IMPFIS-VALOR TO IMPFIS-BASE
               COMPUTE IMPFIS-IMPOSTO ROUNDED =
                       IMPFIS-BASE * IMPFIS-ALIQUOTA / 100.

       PROGRAM-DONE.
           GOBACK.

      *    TABELA AINDA NAO CRIADA (OPTIONAL, STATUS "05") DEIXA O
      *    ITEM COM ALIQUOTA ZERO E O CFOP PADRAO.
       PROCURA-ALIQUOTA.
           OPEN INPUT ARQUIVO-ALIQ.
           IF ALIQ-ARQ-STATUS IS EQUAL "00"
               MOVE CLASSE-DO-ITEM TO ALIQ-CLASSE
               MOVE IMPFIS-UF TO ALIQ-UF
               PERFORM LE-ALIQUOTA
               IF NOT IMPFIS-ALIQUOTA-ACHADA
                   MOVE "**" TO ALIQ-UF
                   PERFORM LE-ALIQUOTA.
           CLOSE ARQUIVO-ALIQ.

       LE-ALIQUOTA.
           READ ARQUIVO-ALIQ
                INVALID KEY
                MOVE "N" TO IMPFIS-RESULTADO
                NOT INVALID KEY
                MOVE "S" TO IMPFIS-RESULTADO
                MOVE ALIQ-PERCENTUAL TO IMPFIS-ALIQUOTA
                MOVE ALIQ-CFOP TO IMPFIS-CFOP.
