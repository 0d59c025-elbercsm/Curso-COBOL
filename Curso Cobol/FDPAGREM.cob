       FD  ARQUIVO-PAGREM.

       01  PAGREM-REGISTRO.
           05 PAGREM-TITULO           PIC 9(06).
           05 PAGREM-FORNECEDOR       PIC 9(06).
           05 PAGREM-DATA.
               10 PAGREM-DATA-ANO     PIC 9(04).
               10 PAGREM-DATA-MES     PIC 9(02).
               10 PAGREM-DATA-DIA     PIC 9(02).
           05 PAGREM-VALOR            PIC 9(08)V9(02).
           05 PAGREM-SITUACAO         PIC X(01).
               88 PAGREM-ENVIADO         VALUE "E".
               88 PAGREM-PAGO            VALUE "P".
               88 PAGREM-REJEITADO       VALUE "R".
      *    OCORRENCIA E MOTIVO DEVOLVIDOS PELO BANCO - EM BRANCO NO
      *    REGISTRO DE ENVIO.
           05 PAGREM-OCORRENCIA       PIC X(02).
           05 PAGREM-MOTIVO           PIC X(30).
