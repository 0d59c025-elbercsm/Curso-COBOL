               88 ESTOQMOV-SAIDA         VALUE "S".
               88 ESTOQMOV-ESTORNO       VALUE "T".
               88 ESTOQMOV-DEVOLUCAO     VALUE "D".
               88 ESTOQMOV-AJUSTE        VALUE "A".
               88 ESTOQMOV-TRANSF-SAIDA  VALUE "X".
               88 ESTOQMOV-TRANSF-ENTRADA VALUE "Y".
      *    O AJUSTE DE INVENTARIO ("A", VER PROG162) E' O UNICO
      *    MOVIMENTO COM QUANTIDADE NEGATIVA (FALTA NA CONTAGEM) - OS
      *    DEMAIS TIPOS SAO SEMPRE POSITIVOS E O SINAL NAO MUDA O
      *    TAMANHO DO REGISTRO.
           05 ESTOQMOV-QUANTIDADE     PIC S9(06).
      *    NUMERO DA NOTA NAS SAIDAS E NOS ESTORNOS (E O DA
      *    TRANSFERENCIA NOS MOVIMENTOS "X"/"Y") - NAS ENTRADAS
      *    DE RECEBIMENTO, O NUMERO DO PEDIDO DE COMPRA (PEDCOMP.DAT)
      *    CONTRA O QUAL A MERCADORIA FOI RECEBIDA (ZERO NAS ENTRADAS
      *    GRAVADAS ANTES DOS PEDIDOS).
           05 ESTOQMOV-NOTA           PIC 9(06).
           05 ESTOQMOV-OPERADOR       PIC X(10).
      *    CUSTO UNITARIO DO MOVIMENTO - NAS ENTRADAS, O CUSTO DE
      *    AQUISICAO INFORMADO NO RECEBIMENTO; NAS SAIDAS, ESTORNOS
      *    E DEVOLUCOES, O CUSTO MEDIO DO PRODUTO NO MOMENTO. E' A
      *    BASE DO CMV (PROG108) E DA MARGEM POR NOTA (PROG161). ZERO
      *    NOS MOVIMENTOS GRAVADOS ANTES DO CAMPO (REGISTROS ANTIGOS
      *    PRECISAM SER REGRAVADOS COM O NOVO TAMANHO).
           05 ESTOQMOV-CUSTO-UNIT     PIC 9(06)V9(04).
      *    FILIAL CUJO SALDO O MOVIMENTO ALTEROU (ESTFIL.DAT) - NA
      *    TRANSFERENCIA A SAIDA "X" E' DA ORIGEM E A ENTRADA "Y" DO
      *    DESTINO. ZERO NOS MOVIMENTOS GRAVADOS ANTES DO CAMPO.
           05 ESTOQMOV-FILIAL         PIC 9(03).
