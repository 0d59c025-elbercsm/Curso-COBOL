       FD  ARQUIVO-ESOCCTL.

       01  ESOCCTL-REGISTRO.
      *    A REFERENCIA DEPENDE DO EVENTO - DATA DA ADMISSAO (2200),
      *    DATA DA ALTERACAO MAIS "S"ALARIO OU "D"EPARTAMENTO (2206),
      *    DATA DA DEMISSAO (2299) OU COMPETENCIA MAIS TIPO DA FOLHA
      *    (1200).
           05 ESOCCTL-CHAVE.
               10 ESOCCTL-EVENTO      PIC X(04).
                   88 ESOCCTL-ABERTURA       VALUE "0000".
                   88 ESOCCTL-ADMISSAO       VALUE "2200".
                   88 ESOCCTL-ALTERACAO      VALUE "2206".
                   88 ESOCCTL-DESLIGAMENTO   VALUE "2299".
                   88 ESOCCTL-REMUNERACAO    VALUE "1200".
               10 ESOCCTL-CODIGO      PIC 9(06).
               10 ESOCCTL-REFERENCIA  PIC X(09).
           05 ESOCCTL-SITUACAO        PIC X(01).
               88 ESOCCTL-ENVIADO        VALUE "E".
               88 ESOCCTL-ACEITO         VALUE "A".
               88 ESOCCTL-REJEITADO      VALUE "R".
      *    1 - EVENTO ORIGINAL, 2 - RETIFICACAO DE EVENTO JA ACEITO
      *    (VAI COM O RECIBO DO EVENTO RETIFICADO).
           05 ESOCCTL-IND-RETIF       PIC 9(01).
               88 ESOCCTL-ORIGINAL       VALUE 1.
               88 ESOCCTL-RETIFICADOR    VALUE 2.
           05 ESOCCTL-CPF             PIC 9(11).
           05 ESOCCTL-PIS             PIC 9(11).
           05 ESOCCTL-NOME            PIC X(20).
      *    SOMA DOS VALORES DO EVENTO NO ULTIMO ENVIO - QUANDO A
      *    ORIGEM MUDA DEPOIS DE ACEITO, SAI A RETIFICACAO.
           05 ESOCCTL-VALOR-CONFERENCIA PIC 9(09)V9(02).
           05 ESOCCTL-QTD-ENVIOS      PIC 9(03).
           05 ESOCCTL-DATA-ENVIO      PIC 9(08).
           05 ESOCCTL-OPERADOR        PIC X(10).
           05 ESOCCTL-RECIBO          PIC X(23).
           05 ESOCCTL-DATA-RETORNO    PIC 9(08).
           05 ESOCCTL-COD-RESPOSTA    PIC X(03).
           05 ESOCCTL-MENSAGEM        PIC X(60).
