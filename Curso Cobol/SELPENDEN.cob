      *    DEFINICAO FISICA DO ARQUIVO DE PENDENCIAS DE ENTREGA -
      *    A PARTE DE UM ITEM DE NOTA QUE NAO PODE SER FATURADA POR
      *    FALTA DE SALDO NA FILIAL (PROG59) E FICA DEVIDA AO
      *    CLIENTE. UM REGISTRO POR PENDENCIA, GRAVADO POR
      *    ACRESCIMO; A PENDENCIA LIBERADA NUMA NOVA NOTA E'
      *    REGRAVADA NO LUGAR COM A NOTA DA LIBERACAO. O RECEBIMENTO
      *    (PROG97) LISTA AS PENDENCIAS DO PRODUTO E O PROG225 AS
      *    ABERTAS COM A IDADE.
           SELECT OPTIONAL ARQUIVO-PENDEN
           ASSIGN TO "PENDENCIA.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENDEN-ARQ-STATUS.
