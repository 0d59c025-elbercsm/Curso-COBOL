           05 FORNEC-SITUACAO         PIC X(01).
               88 FORNEC-ATIVO           VALUE "A".
               88 FORNEC-INATIVO         VALUE "I".
      *    DADOS BANCARIOS DO FORNECEDOR PARA A REMESSA DE PAGAMENTOS
      *    (PROG156) - BANCO ZERO E' FORNECEDOR SEM CONTA, PAGO
      *    AVULSO. REGISTROS GRAVADOS ANTES DOS CAMPOS PRECISAM SER
      *    REGRAVADOS COM O NOVO TAMANHO.
           05 FORNEC-BANCO            PIC 9(03).
           05 FORNEC-AGENCIA          PIC 9(04).
           05 FORNEC-CONTA            PIC 9(10).
      *    REGRA DE RETENCAO NA FONTE DO FORNECEDOR DE SERVICOS - O
      *    TIPO DE SERVICO (TIPSERV.DAT) DA AS ALIQUOTAS DE IRRF E
      *    PIS/COFINS/CSLL, E A ALIQUOTA DO ISS RETIDO E' DO
      *    FORNECEDOR (DEPENDE DO MUNICIPIO DELE). TIPO EM BRANCO E
      *    ISS ZERO E' FORNECEDOR SEM RETENCAO. REGISTROS GRAVADOS
      *    ANTES DOS CAMPOS PRECISAM SER REGRAVADOS COM O NOVO
      *    TAMANHO.
           05 FORNEC-TIPO-SERVICO     PIC X(02).
           05 FORNEC-ALIQ-ISS         PIC 9(02)V9(02).
      *    DATA DA INCLUSAO NO CADASTRO (AAAAMMDD) - TITULO DE
      *    FORNECEDOR RECEM-CADASTRADO PRECISA DE APROVACAO (VER
      *    PROG230). ZERO E' FORNECEDOR ANTIGO, INCLUIDO ANTES DO
      *    CAMPO. REGISTROS GRAVADOS ANTES DO CAMPO PRECISAM SER
      *    REGRAVADOS COM O NOVO TAMANHO.
           05 FORNEC-DATA-CADASTRO    PIC 9(08).
