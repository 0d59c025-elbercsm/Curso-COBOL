      *    DEFINICAO FISICA DO CONTROLE DA REMESSA DE PAGAMENTOS A
      *    FORNECEDORES - UM REGISTRO POR TITULO ENVIADO AO BANCO
      *    (PROG156) E UM POR RESPOSTA DO RETORNO (PROG157). O
      *    ULTIMO REGISTRO DE CADA TITULO DIZ SE ELE ESTA NO BANCO,
      *    FOI PAGO OU FOI REJEITADO (E VOLTA NA PROXIMA REMESSA).
           SELECT OPTIONAL ARQUIVO-PAGREM
           ASSIGN TO "PAGREM.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PAGREM-ARQ-STATUS.
