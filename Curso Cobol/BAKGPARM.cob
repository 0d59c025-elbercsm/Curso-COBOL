      *    AREA DE PARAMETROS DA ROTINA CENTRAL DO BACKUP GERAL
      *    (PROG236). O CHAMADOR INFORMA A FUNCAO E A DATA DO
      *    CONJUNTO (AAAAMMDD) E RECEBE O RESULTADO - "N" QUANDO O
      *    CONJUNTO NAO PODE SER GRAVADO, NAO CONFERE COM O MANIFESTO
      *    OU NAO FOI RESTAURADO POR INTEIRO - COM AS QUANTIDADES DE
      *    ARQUIVOS PRESENTES, DE REGISTROS E DE DIVERGENCIAS. A
      *    FUNCAO "T" SO TOTALIZA OS ARQUIVOS (CTLDIA.TMP).
       01  BAKG-PARAMETROS.
           05 BAKG-FUNCAO             PIC X(01).
               88 BAKG-GERAR             VALUE "G".
               88 BAKG-VERIFICAR         VALUE "V".
               88 BAKG-RESTAURAR         VALUE "R".
               88 BAKG-TOTALIZAR         VALUE "T".
           05 BAKG-DATA-CONJUNTO      PIC 9(08).
           05 BAKG-RESULTADO          PIC X(01).
               88 BAKG-OK                VALUE "S".
               88 BAKG-FALHOU            VALUE "N".
           05 BAKG-QTD-ARQUIVOS       PIC 9(04).
           05 BAKG-QTD-REGISTROS      PIC 9(09).
           05 BAKG-QTD-DIVERGENCIAS   PIC 9(04).
