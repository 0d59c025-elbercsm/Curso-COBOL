      *    DEFINICAO FISICA DOS TIPOS DE SERVICO SUJEITOS A RETENCAO
      *    NA FONTE - UMA LINHA POR TIPO (LIMPEZA, CONSULTORIA,
      *    MANUTENCAO...), EDITAVEL PELA CONTABILIDADE COMO O PLANO
      *    DE CONTAS, COM AS ALIQUOTAS DE IRRF, PIS, COFINS E CSLL
      *    RETIDOS DO FORNECEDOR (VER PROG145, PROG146 E PROG189).
           SELECT OPTIONAL ARQUIVO-TIPSERV
           ASSIGN TO "TIPSERV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIPSERV-ARQ-STATUS.
