      *    DEFINICAO FISICA DO ARQUIVO DE REQUISICOES DE PESSOAL -
      *    CADA REQUISICAO E' ABERTA CONTRA UMA POSICAO LIVRE DO
      *    QUADRO DE VAGAS (VAGAS.DAT, VER PROG126) NO PROG210, QUE
      *    RECUSA A ABERTURA COM O QUADRO DO DEPARTAMENTO/CARGO JA
      *    TOMADO POR FUNCIONARIOS E REQUISICOES ABERTAS. OS
      *    CANDIDATOS FICAM EM CANDIDATO.DAT (PROG211) E A ADMISSAO
      *    PELO PROGRM37 FECHA A REQUISICAO COMO PREENCHIDA.
           SELECT OPTIONAL ARQUIVO-REQUIS
           ASSIGN TO "REQUISICAO.DAT"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REQUIS-ARQ-STATUS.
