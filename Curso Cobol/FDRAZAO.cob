               88 RAZAO-CREDITO          VALUE "C".
           05 RAZAO-VALOR             PIC 9(10)V9(02).
           05 RAZAO-DESCRICAO         PIC X(30).
      *        LINHA DO LOTE DE ENCERRAMENTO DO EXERCICIO (PROG183),
      *        QUE ZERA AS CONTAS DE RESULTADO CONTRA LUCROS OU
      *        PREJUIZOS ACUMULADOS.
               88 RAZAO-ENCERRAMENTO
                  VALUE "ENCERRAMENTO DO EXERCICIO".
