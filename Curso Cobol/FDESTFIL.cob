       FD  ARQUIVO-ESTFIL.

       01  ESTFIL-REGISTRO.
      *    A CHAVE COMECA PELO PRODUTO PARA QUE AS FILIAIS DE UM
      *    MESMO PRODUTO FIQUEM JUNTAS NA LEITURA (VER PROG98).
           05 ESTFIL-CHAVE.
               10 ESTFIL-PRODUTO      PIC 9(06).
               10 ESTFIL-FILIAL       PIC 9(03).
           05 ESTFIL-SALDO            PIC S9(06).
      *    QUANTIDADE TRANSFERIDA PARA ESTA FILIAL AINDA NAO
      *    CONFIRMADA PELA FILIAL (PROG165) - JA SAIU DO SALDO DA
      *    ORIGEM E SO ENTRA NO SALDO DAQUI NA CONFIRMACAO.
           05 ESTFIL-EM-TRANSITO      PIC 9(06).
