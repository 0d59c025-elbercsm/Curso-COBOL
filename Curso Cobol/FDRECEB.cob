      *    RECEB-VALOR CONTINUA SENDO SO O PRINCIPAL ABATIDO DA
      *    NOTA, PARA QUE O SALDO DO EXTRATO E DO AGING NAO MUDE.
           05 RECEB-VALOR-JUROS       PIC 9(08)V9(02).
      *    CONTA DA EMPRESA (CONTABCO.DAT) EM QUE O DINHEIRO
      *    ENTROU - ZERO NOS RECEBIMENTOS GRAVADOS ANTES DO CAMPO
      *    (ARQUIVOS ANTIGOS PRECISAM SER REGRAVADOS COM O NOVO
      *    TAMANHO DE REGISTRO).
           05 RECEB-CONTA-BANCO       PIC 9(03).
      *    FORMA DE PAGAMENTO DO RECEBIMENTO - EM BRANCO NOS
      *    GRAVADOS ANTES DO CAMPO (ARQUIVOS ANTIGOS PRECISAM SER
      *    REGRAVADOS COM O NOVO TAMANHO DE REGISTRO). O RECEBIMENTO
      *    EM CARTAO TRAZ O NSU DA ADQUIRENTE E TEM ESPELHO EM
      *    CARTREC.DAT ATE A LIQUIDACAO (VER PROG226).
           05 RECEB-FORMA-PAGTO       PIC X(01).
               88 RECEB-DINHEIRO         VALUE "D".
               88 RECEB-BOLETO           VALUE "B".
               88 RECEB-CARTAO           VALUE "C".
               88 RECEB-TRANSFERENCIA    VALUE "T".
               88 RECEB-ADIANTAMENTO     VALUE "A".
               88 RECEB-FORMA-VALIDA     VALUE "D" "B" "C" "T".
           05 RECEB-CARTAO-NSU        PIC 9(12).
