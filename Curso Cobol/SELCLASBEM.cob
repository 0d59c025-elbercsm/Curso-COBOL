      *    DEFINICAO FISICA DAS CLASSES DO ATIVO IMOBILIZADO - UMA
      *    LINHA POR CLASSE (EQUIPAMENTOS, VEICULOS, MOVEIS...),
      *    EDITAVEL PELA CONTABILIDADE COMO O PLANO DE CONTAS, COM A
      *    VIDA UTIL PADRAO E AS CONTAS DO BEM, DA DEPRECIACAO
      *    ACUMULADA E DA DESPESA DE DEPRECIACAO (VER PROG184 A
      *    PROG187).
           SELECT OPTIONAL ARQUIVO-CLASBEM
           ASSIGN TO "CLASBEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLASBEM-ARQ-STATUS.
