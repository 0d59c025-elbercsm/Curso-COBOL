      *    O PROGRAMA DETECTA A SEGUNDA EXECUCAO - UM ARQUIVO JA
      *    INDEXADO NAO PASSA NA CRITICA NUMERICA DO PRIMEIRO
      *    REGISTRO LIDO COMO SEQUENCIAL E A CONVERSAO E' RECUSADA.
      *    2026-10-15 O RECEBIMENTO CONVERTIDO SAI COM A CONTA DA
      *    EMPRESA ZERADA (NAO INFORMADA NA EPOCA).
      *    2026-10-15 O REGISTRO DA FOLHA CONVERTIDO SAI COM OS
      *    ADICIONAIS DA FOLHA MENSAL ZERADOS (CAMPOS CRIADOS DEPOIS
      *    DA CONVERSAO).
      *    2026-10-15 O REGISTRO DA FOLHA CONVERTIDO SAI TAMBEM COM O
      *    REEMBOLSO DE DESPESAS ZERADO (CAMPO CRIADO DEPOIS DA
      *    CONVERSAO).
      *    2026-10-15 O RECEBIMENTO CONVERTIDO SAI COM A FORMA DE
      *    PAGAMENTO EM BRANCO E SEM NSU DE CARTAO (NAO INFORMADOS
      *    NA EPOCA).

       ENVIRONMENT DIVISION.

           05 FOLHANT-RESTO           PIC X(49).

       FD  ARQUIVO-RECWORK.
       01  RECWORK-REGISTRO           PIC X(62).

       FD  ARQUIVO-FOLHWORK.
       01  FOLHWORK-REGISTRO          PIC X(55).
           MOVE ORD-VALOR          TO RECEB-VALOR.
           MOVE ORD-PARCELA        TO RECEB-PARCELA.
           MOVE ORD-VALOR-JUROS    TO RECEB-VALOR-JUROS.
           MOVE ZEROS              TO RECEB-CONTA-BANCO.
           MOVE SPACE              TO RECEB-FORMA-PAGTO.
           MOVE ZEROS              TO RECEB-CARTAO-NSU.
           MOVE RECEB-REGISTRO TO RECWORK-REGISTRO.
           WRITE RECWORK-REGISTRO.
           PERFORM RETORNA-ORDENADO.

       RECARREGA-UMA-FOLHA.
           MOVE FOLHWORK-REGISTRO TO FOLHAREG-REGISTRO.
           MOVE ZEROS TO FOLHAREG-ADIC-NOTURNO.
           MOVE ZEROS TO FOLHAREG-INSALUBRIDADE.
           MOVE ZEROS TO FOLHAREG-PERICULOSIDADE.
           MOVE ZEROS TO FOLHAREG-REEMBOLSO.
           WRITE FOLHAREG-REGISTRO INVALID KEY
               DISPLAY "CHAVE DUPLICADA NO HISTORICO : "
                       FOLHAREG-CHAVE
