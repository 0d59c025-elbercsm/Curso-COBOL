      *    DEFINICAO FISICA DO HISTORICO DO PROCESSO SELETIVO - UMA
      *    LINHA POR MUDANCA DE ETAPA DE CADA CANDIDATO, COM O
      *    OPERADOR E AS ANOTACOES DA ENTREVISTA. GRAVADO PELO
      *    PROG211 E PELA ADMISSAO NO PROGRM37, SO POR ACRESCIMO.
           SELECT OPTIONAL ARQUIVO-CANDHIS
           ASSIGN TO "CANDHIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CANDHIS-ARQ-STATUS.
