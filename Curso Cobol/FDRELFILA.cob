       FD  ARQUIVO-RELFILA.

       01  RELFILA-REGISTRO.
           05 RELFILA-NUMERO          PIC 9(06).
           05 RELFILA-OPERADOR        PIC X(10).
           05 RELFILA-DATA-PEDIDO     PIC 9(08).
           05 RELFILA-HORA-PEDIDO     PIC 9(06).
           05 RELFILA-PROGRAMA        PIC X(08).
      *    FILTROS DO RELATORIO, NO LEIAUTE DO RELFPARM.
           05 RELFILA-PARAMETROS      PIC X(60).
           05 RELFILA-SITUACAO        PIC X(01).
               88 RELFILA-PENDENTE       VALUE "P".
               88 RELFILA-EXECUTADO      VALUE "E".
               88 RELFILA-FALHOU         VALUE "F".
               88 RELFILA-CANCELADO      VALUE "C".
      *    "S" DEPOIS QUE O OPERADOR VIU O RESULTADO NO LOGIN.
           05 RELFILA-AVISADO         PIC X(01).
               88 RELFILA-JA-AVISADO     VALUE "S".
           05 RELFILA-DATA-EXECUCAO   PIC 9(08).
           05 RELFILA-HORA-EXECUCAO   PIC 9(06).
           05 RELFILA-LINHAS          PIC 9(06).
      *    COPIA DATADA NO ARQUIVO DE RELATORIOS (RELCTL.DAT) - SO
      *    NO PEDIDO EXECUTADO.
           05 RELFILA-COPIA           PIC X(22).
      *    POR QUE O PEDIDO NAO FOI EMITIDO - SO NO QUE FALHOU.
           05 RELFILA-MOTIVO          PIC X(50).
