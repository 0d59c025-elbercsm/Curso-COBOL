           05 TITULO-VALOR            PIC 9(08)V9(02).
           05 TITULO-CONTA-DESPESA    PIC X(06).
           05 TITULO-DESCRICAO        PIC X(30).
      *    TITULO RETIDO NAO BATEU COM O PEDIDO DE COMPRA OU COM O
      *    QUE FOI RECEBIDO (VER PROG146) - NAO ENTRA NA PROGRAMACAO
      *    DE PAGAMENTOS ATE SER LIBERADO. TITULO PENDENTE ("P") E'
      *    DE VALOR ACIMA DO LIMITE OU DE FORNECEDOR RECEM-CADASTRADO
      *    (LIMPAG.DAT, VER PROG230) E SO ENTRA NA PROGRAMACAO, NA
      *    BAIXA E NA REMESSA DEPOIS DE APROVADO POR UM SUPERVISOR
      *    DIFERENTE DE QUEM O LANCOU (PROG231).
           05 TITULO-SITUACAO         PIC X(01).
               88 TITULO-ABERTO          VALUE "A".
               88 TITULO-CANCELADO       VALUE "C".
               88 TITULO-RETIDO          VALUE "R".
               88 TITULO-PENDENTE-APROV  VALUE "P".
      *    PEDIDO DE COMPRA (PEDCOMP.DAT) QUE ORIGINOU O TITULO -
      *    ZERO NAS DESPESAS SEM PEDIDO. REGISTROS GRAVADOS ANTES DO
      *    CAMPO PRECISAM SER REGRAVADOS COM O NOVO TAMANHO.
           05 TITULO-PEDIDO           PIC 9(06).
      *    FILIAL A QUE A DESPESA E' ATRIBUIDA, VALIDADA NO CADASTRO
      *    FILIAIS.DAT (VER PROG151) - ZERO NA DESPESA DA EMPRESA
      *    COMO UM TODO, SEM FILIAL. REGISTROS GRAVADOS ANTES DO
      *    CAMPO PRECISAM SER REGRAVADOS COM O NOVO TAMANHO.
           05 TITULO-FILIAL           PIC 9(03).
      *    TRIBUTOS RETIDOS NA FONTE NO LANCAMENTO DO TITULO (VER
      *    PROG146) E O VALOR LIQUIDO A PAGAR AO FORNECEDOR - O
      *    SALDO DO TITULO PARTE DO LIQUIDO. TITULO SEM RETENCAO TEM
      *    OS RETIDOS ZERADOS E O LIQUIDO IGUAL AO VALOR. REGISTROS
      *    GRAVADOS ANTES DOS CAMPOS PRECISAM SER REGRAVADOS COM O
      *    NOVO TAMANHO (LIQUIDO ZERO VALE O VALOR DO TITULO).
           05 TITULO-RETENCOES.
               10 TITULO-RET-IRRF     PIC 9(08)V9(02).
               10 TITULO-RET-ISS      PIC 9(08)V9(02).
               10 TITULO-RET-PIS      PIC 9(08)V9(02).
               10 TITULO-RET-COFINS   PIC 9(08)V9(02).
               10 TITULO-RET-CSLL     PIC 9(08)V9(02).
           05 TITULO-VALOR-LIQUIDO    PIC 9(08)V9(02).
