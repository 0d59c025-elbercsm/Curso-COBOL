       01  PLANCTAS-REGISTRO.
           05 PLANCTAS-CONTA          PIC X(06).
           05 PLANCTAS-DESCRICAO      PIC X(30).
      *    TIPO DA CONTA E LINHA DAS DEMONSTRACOES (DRE PROG176,
      *    BALANCO PROG177) EM QUE ELA E' SOMADA - CONTAS DO MESMO
      *    TIPO COM O MESMO GRUPO SAEM NUMA SO LINHA, NA ORDEM DO
      *    NUMERO DO GRUPO, COM A DESCRICAO DO GRUPO. LINHAS ANTIGAS
      *    DO ARQUIVO, SEM OS CAMPOS, VALEM PELO PRIMEIRO DIGITO DA
      *    CONTA (1 ATIVO, 2 PASSIVO, 3 RECEITA, 4 DESPESA) NO GRUPO
      *    99. PATRIMONIO LIQUIDO SO EXISTE COM O TIPO "L" INFORMADO.
           05 PLANCTAS-TIPO           PIC X(01).
               88 PLANCTAS-ATIVO         VALUE "A".
               88 PLANCTAS-PASSIVO       VALUE "P".
               88 PLANCTAS-PATRIMONIO    VALUE "L".
               88 PLANCTAS-RECEITA       VALUE "R".
               88 PLANCTAS-DESPESA       VALUE "D".
               88 PLANCTAS-TIPO-VALIDO   VALUE "A" "P" "L" "R" "D".
           05 PLANCTAS-GRUPO          PIC 9(02).
           05 PLANCTAS-GRUPO-DESCRICAO PIC X(25).
