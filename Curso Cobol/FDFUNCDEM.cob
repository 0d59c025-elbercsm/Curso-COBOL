               88 FUNCDEM-MENSALISTA     VALUE "M".
           05 FUNCDEM-MOEDA           PIC X(03).
           05 FUNCDEM-HORAS-MES       PIC 9(03).
      *    DOCUMENTOS E DEPENDENTES DO CADASTRO NA DATA DA DEMISSAO,
      *    PARA A DECLARACAO ANUAL (PROG198) DE QUEM JA SAIU -
      *    REGISTROS GRAVADOS ANTES DESTES CAMPOS FICAM COM BRANCOS
      *    E PRECISAM SER REGRAVADOS COM O NOVO TAMANHO.
           05 FUNCDEM-CPF             PIC 9(11).
           05 FUNCDEM-PIS             PIC 9(11).
           05 FUNCDEM-DEPENDENTES     PIC 9(02).
