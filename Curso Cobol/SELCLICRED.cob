      *    DEFINICAO FISICA DO ARQUIVO DE LIMITES DE CREDITO DOS
      *    CLIENTES - UMA LINHA POR CLIENTE COM O LIMITE CONCEDIDO,
      *    MANTIDO PELO PROG100 E CONSULTADO NA EMISSAO DE NOTAS
      *    (PROG59). A REVISAO TRIMESTRAL (PROG216) SUGERE NOVOS
      *    LIMITES, GRAVADOS AQUI QUANDO O SUPERVISOR ACEITA A
      *    SUGESTAO (PROG217). CLIENTE SEM LINHA AQUI NAO TEM
      *    VERIFICACAO DE LIMITE. FICA EM ARQUIVO PROPRIO PARA NAO
      *    MEXER NO TAMANHO DO REGISTRO DE CLIENTES (VER O COMENTARIO
      *    EM FDCLIENTE SOBRE OS ARQUIVOS PARALELOS).
           SELECT OPTIONAL ARQUIVO-CLICRED
           ASSIGN TO "CLICRED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
