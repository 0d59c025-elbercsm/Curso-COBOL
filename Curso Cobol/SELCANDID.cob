      *    DEFINICAO FISICA DO ARQUIVO DE CANDIDATOS - UM REGISTRO
      *    POR CANDIDATO DE CADA REQUISICAO (REQUISICAO.DAT), COM A
      *    ETAPA ATUAL DO PROCESSO SELETIVO. MANTIDO NO PROG211; A
      *    PASSAGEM PARA CONTRATADO SO ACONTECE NA ADMISSAO PELO
      *    PROGRM37. CADA MUDANCA DE ETAPA, COM AS ANOTACOES DA
      *    ENTREVISTA, FICA NO HISTORICO CANDHIST.DAT.
           SELECT OPTIONAL ARQUIVO-CANDID
           ASSIGN TO "CANDIDATO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CANDID-ARQ-STATUS.
