       FD  ARQUIVO-BAKSET.

      *    BAKSET-DADOS COMPORTA O MAIOR REGISTRO DO SISTEMA (A NOTA
      *    FISCAL, 995 POSICOES) - OS MENORES VAO COM BRANCOS A
      *    DIREITA.
       01  BAKSET-REGISTRO.
           05 BAKSET-ARQUIVO          PIC X(16).
           05 BAKSET-DADOS            PIC X(995).
