      *    DEFINICAO FISICA DO CONTROLE DE EVENTOS DO ESOCIAL - UM
      *    REGISTRO POR EVENTO GERADO NA EXTRACAO (PROG195), PELA
      *    CHAVE EVENTO + FUNCIONARIO + REFERENCIA, COM A SITUACAO
      *    (ENVIADO, ACEITO OU REJEITADO), O RECIBO E A MENSAGEM DO
      *    RETORNO (PROG196). O REGISTRO DE ABERTURA (EVENTO "0000")
      *    GUARDA A COMPETENCIA INICIAL DO ESOCIAL NA EMPRESA.
           SELECT OPTIONAL ARQUIVO-ESOCCTL
           ASSIGN TO "ESOCCTL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESOCCTL-CHAVE
           FILE STATUS IS ESOCCTL-ARQ-STATUS.
