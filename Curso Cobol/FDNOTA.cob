      *    EMISSAO (PROG59), BASE DO CALCULO DE COMISSOES (PROG102).
      *    ZERO NAS NOTAS ANTERIORES AO CAMPO.
           05 NOTA-VENDEDOR           PIC 9(06).
      *    IMPOSTO DE CADA ITEM, CALCULADO NA EMISSAO PELO PROG170
      *    CONFORME A CLASSIFICACAO FISCAL DO PRODUTO E A UF DO
      *    CLIENTE - TIPO "I" ICMS, "S" ISS, "N" ITEM SEM IMPOSTO. O
      *    IMPOSTO ESTA CONTIDO NO VALOR DO ITEM (NAO SOMA AO TOTAL
      *    DA NOTA). NAS NOTAS ANTERIORES AOS CAMPOS ELES NAO SAO
      *    NUMERICOS E CONTAM COMO SEM IMPOSTO.
           05 NOTA-IMPOSTO-ITEM OCCURS 10 TIMES.
               10 NOTA-ITEM-TIPO-IMPOSTO PIC X(01).
               10 NOTA-ITEM-CFOP      PIC 9(04).
               10 NOTA-ITEM-ALIQUOTA  PIC 9(02)V9(02).
               10 NOTA-ITEM-BASE      PIC 9(08)V9(02).
               10 NOTA-ITEM-IMPOSTO   PIC 9(08)V9(02).
           05 NOTA-TOTAL-ICMS         PIC 9(08)V9(02).
           05 NOTA-TOTAL-ISS          PIC 9(08)V9(02).
      *    SITUACAO DA NOTA NA TRANSMISSAO ELETRONICA (NF-E) - A
      *    EMISSAO GRAVA "P" E A EXPORTACAO (PROG173) E O RETORNO
      *    (PROG174) ANDAM COM ELA. O CANCELAMENTO (PROG99) PEDE O
      *    CANCELAMENTO DA NOTA AUTORIZADA OU A INUTILIZACAO DO
      *    NUMERO AINDA NAO AUTORIZADO. BRANCO NAS NOTAS ANTERIORES
      *    A TRANSMISSAO, QUE NAO SAO EXPORTADAS.
           05 NOTA-NFE-SITUACAO       PIC X(01).
               88 NFE-LEGADO             VALUE " ".
               88 NFE-A-ENVIAR           VALUE "P".
               88 NFE-ENVIADA            VALUE "E".
               88 NFE-AUTORIZADA         VALUE "A".
               88 NFE-REJEITADA          VALUE "R".
               88 NFE-CANCELAMENTO-A-ENVIAR VALUE "C".
               88 NFE-CANCELAMENTO-ENVIADO  VALUE "D".
               88 NFE-CANCELADA          VALUE "K".
               88 NFE-INUTILIZACAO-A-ENVIAR VALUE "I".
               88 NFE-INUTILIZACAO-ENVIADA  VALUE "J".
               88 NFE-INUTILIZADA        VALUE "U".
               88 NFE-EVENTO-NEGADO      VALUE "N".
               88 NFE-AGUARDANDO-RETORNO VALUE "E" "D" "J".
      *    PROTOCOLO, DATA E HORA DA AUTORIZACAO DEVOLVIDOS NO
      *    RETORNO - O PRAZO LEGAL DE CANCELAMENTO CONTA DAQUI. O
      *    CODIGO E O MOTIVO SAO OS DA ULTIMA RESPOSTA RECEBIDA.
           05 NOTA-NFE-PROTOCOLO      PIC X(15).
           05 NOTA-NFE-DATA-AUT       PIC 9(08).
           05 NOTA-NFE-HORA-AUT       PIC 9(06).
           05 NOTA-NFE-CODIGO         PIC X(03).
           05 NOTA-NFE-MOTIVO         PIC X(30).
