      *    DEFINICAO FISICA DO HISTORICO DE TREINAMENTOS DOS
      *    FUNCIONARIOS - UM REGISTRO POR TREINAMENTO CONCLUIDO, COM
      *    A DATA DE CONCLUSAO E A DATA DE VALIDADE CALCULADA PELO
      *    CATALOGO (TREINO.DAT) NO REGISTRO (PROG200). A
      *    CERTIFICACAO EM VIGOR E' A DE VALIDADE MAIS DISTANTE -
      *    VALIDADE ZERADA QUER DIZER QUE O TREINAMENTO NAO VENCE.
           SELECT OPTIONAL ARQUIVO-FUNCTREI
           ASSIGN TO "FUNCTREI.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FUNCTREI-ARQ-STATUS.
