      *    PULADO (ULTIMA COMPETENCIA FATURADA ANOTADA NO PROPRIO
      *    CONTRATO). NO FIM SAI O RELATORIO DA RODADA - CONTRATOS
      *    FATURADOS E PULADOS COM O MOTIVO.
      *    2026-10-15 O MOVIMENTO DE SAIDA DO ESTOQUE LEVA O CUSTO
      *    MEDIO DO PRODUTO NO MOMENTO, COMO NA EMISSAO MANUAL.
      *    2026-10-15 A BAIXA DE ESTOQUE SAI DO SALDO DA FILIAL DA
      *    NOTA (ESTFIL.DAT, PELA ROTINA PROG164), COMO NA EMISSAO
      *    MANUAL.
      *    2026-10-15 CADA ITEM DA NOTA LEVA O IMPOSTO DA VENDA (ICMS
      *    OU ISS, PELA ROTINA PROG170) E A NOTA OS TOTAIS, COMO NA
      *    EMISSAO MANUAL.
      *    2026-10-15 A NOTA NASCE PENDENTE DE TRANSMISSAO
      *    ELETRONICA (NF-E), PARA A EXPORTACAO DO PROG173.

       ENVIRONMENT DIVISION.


       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".
           COPY "IMPFISPARM.cob".

       01  CONTRATO-ARQ-STATUS     PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
           MOVE CTR-DIA(IDX-CONTRATO) TO NOTA-DATA-DIA.
           MOVE CTR-QTD-ITENS(IDX-CONTRATO) TO NOTA-QTD-ITENS.
           MOVE ZEROS TO NOTA-VALOR-TOTAL.
           MOVE ZEROS TO NOTA-TOTAL-ICMS.
           MOVE ZEROS TO NOTA-TOTAL-ISS.
           MOVE "A" TO NOTA-SITUACAO.
           MOVE "P" TO NOTA-NFE-SITUACAO.
           MOVE ZEROS TO NOTA-NFE-DATA-AUT.
           MOVE ZEROS TO NOTA-NFE-HORA-AUT.
           MOVE CTR-VENDEDOR(IDX-CONTRATO) TO NOTA-VENDEDOR.

           MOVE 1 TO IDX-ITEM.
                INVALID KEY
                MOVE "ITEM DE CONTRATO" TO
                     NOTA-ITEM-DESCRICAO(IDX-ITEM)
                MOVE "M" TO PRODUTO-CLASSE-FISCAL
                NOT INVALID KEY
                MOVE PRODUTO-DESCRICAO
                     TO NOTA-ITEM-DESCRICAO(IDX-ITEM).
                   CTR-ITEM-QTD(IDX-CONTRATO IDX-ITEM) *
                   CTR-ITEM-VALOR(IDX-CONTRATO IDX-ITEM).
           ADD NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) TO NOTA-VALOR-TOTAL.
           PERFORM CALCULA-IMPOSTO-DO-ITEM.
           ADD 1 TO IDX-ITEM.

      *    MESMO CALCULO DA EMISSAO MANUAL (PROG59) - CLASSIFICACAO
      *    DO PRODUTO E UF DO CLIENTE DO CONTRATO.
       CALCULA-IMPOSTO-DO-ITEM.
           MOVE PRODUTO-CLASSE-FISCAL TO IMPFIS-CLASSE.
           MOVE CLIENTE-END-UF TO IMPFIS-UF.
           MOVE NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) TO IMPFIS-VALOR.
           CALL "PROG170" USING IMPFIS-PARAMETROS.
           MOVE IMPFIS-TIPO     TO NOTA-ITEM-TIPO-IMPOSTO(IDX-ITEM).
           MOVE IMPFIS-CFOP     TO NOTA-ITEM-CFOP(IDX-ITEM).
           MOVE IMPFIS-ALIQUOTA TO NOTA-ITEM-ALIQUOTA(IDX-ITEM).
           MOVE IMPFIS-BASE     TO NOTA-ITEM-BASE(IDX-ITEM).
           MOVE IMPFIS-IMPOSTO  TO NOTA-ITEM-IMPOSTO(IDX-ITEM).
           IF IMPFIS-ICMS
               ADD IMPFIS-IMPOSTO TO NOTA-TOTAL-ICMS.
           IF IMPFIS-ISS
               ADD IMPFIS-IMPOSTO TO NOTA-TOTAL-ISS.

       CONCLUI-NOTA-DO-CONTRATO.
           ADD 1 TO TOTAL-FATURADOS.
           ADD NOTA-VALOR-TOTAL TO VALOR-TOTAL-RODADA.
                SUBTRACT NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                    FROM PRODUTO-SALDO-ESTOQUE
                REWRITE PRODUTO-REGISTRO
                MOVE "M" TO SLDFIL-FUNCAO
                MOVE NOTA-FILIAL TO SLDFIL-FILIAL
                MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
                COMPUTE SLDFIL-QUANTIDADE =
                        ZEROS - NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                CALL "PROG164" USING SLDFIL-PARAMETROS
                MOVE "S" TO ESTOQMOV-TIPO
                MOVE NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                     TO ESTOQMOV-QUANTIDADE

       GRAVA-MOVIMENTO-ESTOQUE.
           MOVE PRODUTO-CODIGO TO ESTOQMOV-PRODUTO.
           MOVE NOTA-FILIAL TO ESTOQMOV-FILIAL.
           MOVE PRODUTO-CUSTO-MEDIO TO ESTOQMOV-CUSTO-UNIT.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO ESTOQMOV-OPERADOR.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG111" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

