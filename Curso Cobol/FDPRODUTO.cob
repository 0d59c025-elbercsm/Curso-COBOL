               88 PRODUTO-INATIVO        VALUE "I".
      *    SALDO E MINIMO DE ESTOQUE (VER PROG97/PROG98) - O SALDO
      *    SO E' MOVIMENTADO PELAS ENTRADAS DO RECEBIMENTO, PELAS
      *    SAIDAS DA EMISSAO DE NOTAS, PELOS ESTORNOS DE
      *    CANCELAMENTO E PELOS AJUSTES DO INVENTARIO FISICO
      *    (PROG162), NUNCA DIGITADO DIRETO. PODE FICAR NEGATIVO
      *    QUANDO SE VENDEU SEM SALDO - E' O QUE O RELATORIO DE
      *    POSICAO EXISTE PARA APONTAR.
           05 PRODUTO-SALDO-ESTOQUE   PIC S9(06).
           05 PRODUTO-ESTOQUE-MINIMO  PIC 9(06).
      *    CUSTO MEDIO PONDERADO DA UNIDADE - RECALCULADO A CADA
      *    ENTRADA DO RECEBIMENTO (PROG97) COM O CUSTO UNITARIO
      *    INFORMADO, E LEVADO A CADA MOVIMENTO DE ESTOQUE. ZERO NOS
      *    PRODUTOS AINDA SEM ENTRADA COM CUSTO (REGISTROS GRAVADOS
      *    ANTES DO CAMPO PRECISAM SER REGRAVADOS COM O NOVO
      *    TAMANHO).
           05 PRODUTO-CUSTO-MEDIO     PIC 9(06)V9(04).
      *    CLASSIFICACAO FISCAL DO PRODUTO PARA O IMPOSTO SOBRE A
      *    VENDA (PROG170) - MERCADORIA PAGA ICMS, SERVICO PAGA ISS E
      *    ISENTO SAI SEM IMPOSTO. BRANCO NOS REGISTROS ANTERIORES AO
      *    CAMPO VALE COMO MERCADORIA.
           05 PRODUTO-CLASSE-FISCAL   PIC X(01).
               88 PRODUTO-MERCADORIA     VALUE "M" " ".
               88 PRODUTO-SERVICO        VALUE "S".
               88 PRODUTO-ISENTO         VALUE "I".
