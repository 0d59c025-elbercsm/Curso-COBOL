      *    DEFINICAO FISICA DO CADASTRO DE DESPESAS RECORRENTES -
      *    CONTRATOS DE FORNECEDOR (ALUGUEL, CONSUMO, LICENCAS,
      *    CONTRATOS DE SERVICO) PAGOS TODO MES. O ESPELHO, NO
      *    CONTAS A PAGAR, DO CONTRATO.DAT DAS VENDAS. MANTIDO PELO
      *    PROG228 E GERADO EM LOTE PELO PROG229, QUE LANCA UM
      *    TITULO EM CONTAPAG.DAT POR CONTRATO ATIVO NA COMPETENCIA
      *    E ANOTA A ULTIMA COMPETENCIA GERADA PARA NAO GERAR DUAS
      *    VEZES.
           SELECT OPTIONAL ARQUIVO-DESPREC
           ASSIGN TO "DESPREC.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DESPREC-ARQ-STATUS.
