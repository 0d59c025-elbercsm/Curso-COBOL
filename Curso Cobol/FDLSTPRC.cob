       FD  ARQUIVO-LSTPRC.

       01  LSTPRC-REGISTRO.
           05 LSTPRC-CODIGO           PIC 9(03).
           05 LSTPRC-NOME             PIC X(25).
      *    A LISTA SO VALE NA EMISSAO (PROG59) ENTRE O INICIO E O
      *    FIM DA VALIDADE - FIM ZERO E' LISTA SEM DATA PARA ACABAR.
           05 LSTPRC-INICIO.
               10 LSTPRC-INICIO-ANO   PIC 9(04).
               10 LSTPRC-INICIO-MES   PIC 9(02).
               10 LSTPRC-INICIO-DIA   PIC 9(02).
           05 LSTPRC-FIM.
               10 LSTPRC-FIM-ANO      PIC 9(04).
               10 LSTPRC-FIM-MES      PIC 9(02).
               10 LSTPRC-FIM-DIA      PIC 9(02).
           05 LSTPRC-SITUACAO         PIC X(01).
               88 LSTPRC-ATIVA           VALUE "A".
               88 LSTPRC-INATIVA         VALUE "I".
