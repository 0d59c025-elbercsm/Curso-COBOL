      *    BAKCTL.DAT A DATA E AS QUANTIDADES COPIADAS, PARA QUE O
      *    PROGRAMA DE RESTAURACAO (PROG56) LISTE OS BACKUPS
      *    DISPONIVEIS.
      *    2026-10-15 O REGISTRO DO CATALOGO PASSA A LEVAR O TIPO "M"
      *    (MESTRES), PARA DISTINGUIR DO CONJUNTO DO BACKUP GERAL.

       ENVIRONMENT DIVISION.

           MOVE DATA-CORRENTE          TO BAKCTL-DATA.
           MOVE QTD-CLIENTES-COPIADOS  TO BAKCTL-QTD-CLIENTES.
           MOVE QTD-FUNC-COPIADOS      TO BAKCTL-QTD-FUNCIONARIOS.
           MOVE "M"                    TO BAKCTL-TIPO.
           MOVE ZEROS                  TO BAKCTL-QTD-ARQUIVOS.
           MOVE ZEROS                  TO BAKCTL-QTD-REGISTROS.
           OPEN EXTEND ARQUIVO-BAKCTL.
           IF BAKCTL-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-BAKCTL.
