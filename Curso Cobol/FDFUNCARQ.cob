               10 FUNCARQ-ARQ-ANO   PIC 9(04).
               10 FUNCARQ-ARQ-MES   PIC 9(02).
               10 FUNCARQ-ARQ-DIA   PIC 9(02).
      *    DOCUMENTOS E DEPENDENTES TRAZIDOS DO FUNCDEM.DAT NO
      *    ARQUIVAMENTO (PROG45) - FICAM DEPOIS DA DATA PARA NAO
      *    DESLOCAR O LAYOUT ANTIGO. REGISTROS ARQUIVADOS ANTES DESTES
      *    CAMPOS FICAM COM BRANCOS.
           05 FUNCARQ-CPF             PIC 9(11).
           05 FUNCARQ-PIS             PIC 9(11).
           05 FUNCARQ-DEPENDENTES     PIC 9(02).
