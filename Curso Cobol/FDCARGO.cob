           05 CARGO-TITULO            PIC X(20).
           05 CARGO-PISO              PIC 9(06)V9(02).
           05 CARGO-TETO              PIC 9(06)V9(02).
      *    ADICIONAIS DE INSALUBRIDADE E DE PERICULOSIDADE DO CARGO,
      *    EM PERCENTUAL SOBRE O SALARIO-BASE - A FOLHA (PROG39) PAGA
      *    O MAIOR DOS DOIS, QUE NAO SE ACUMULAM. LINHAS GRAVADAS
      *    ANTES DOS CAMPOS CHEGAM EM BRANCO E VALEM ZERO.
           05 CARGO-PERC-INSALUBRIDADE PIC 9(02)V9(02).
           05 CARGO-PERC-PERICULOSIDADE PIC 9(02)V9(02).
      *    TREINAMENTOS OBRIGATORIOS DO CARGO (CODIGOS DO CATALOGO
      *    TREINO.DAT, VER PROG199) - POSICOES EM BRANCO NAO EXIGEM
      *    NADA, E LINHAS GRAVADAS ANTES DOS CAMPOS CHEGAM EM BRANCO.
           05 CARGO-TREINOS-EXIGIDOS.
               10 CARGO-TREINO-EXIGIDO  PIC X(06) OCCURS 5 TIMES.
      *    PERIODICIDADE EM MESES DO EXAME MEDICO PERIODICO (ASO) DO
      *    CARGO, USADA NA AGENDA DE EXAMES (PROG203) - ZERO OU EM
      *    BRANCO (LINHAS ANTERIORES AO CAMPO) VALE 12 MESES.
           05 CARGO-PERIODICIDADE-ASO PIC 9(02).
