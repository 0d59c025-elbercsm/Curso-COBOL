      *    BLOQUEIA A EXTRACAO EM DUPLICIDADE PELO CABECALHO DO
      *    PROPRIO LOTE DE FATURAMENTO (O CALENDARIO CALENDCTL
      *    CONTINUA SENDO AVANCADO SO PELO FECHAMENTO DA FOLHA).
      *    2026-10-15 O LOTE PASSOU A LANCAR O CMV - O CUSTO DAS
      *    SAIDAS DE ESTOQUE (ESTOQMOV.DAT, PELO CUSTO MEDIO GRAVADO
      *    EM CADA MOVIMENTO) DAS NOTAS NAO CANCELADAS DA COMPETENCIA
      *    A DEBITO DO CMV E A CREDITO DOS ESTOQUES, E O CUSTO DAS
      *    DEVOLUCOES QUE VOLTARAM AO ESTOQUE NO SENTIDO INVERSO.
      *    2026-10-15 O LOTE PASSOU A LANCAR O IMPOSTO SOBRE VENDAS -
      *    O ICMS E O ISS DAS NOTAS NAO CANCELADAS DA COMPETENCIA A
      *    DEBITO DOS IMPOSTOS SOBRE VENDAS E A CREDITO DO ICMS E DO
      *    ISS A RECOLHER, E O IMPOSTO ESTORNADO PELAS NOTAS DE
      *    CREDITO NO SENTIDO INVERSO.
      *    2026-10-15 ADIANTAMENTOS DE CLIENTES (ADIANT.DAT, VER
      *    PROG61) - O DINHEIRO RECEBIDO SEM NOTA EM ABERTO ENTRA A
      *    DEBITO DO CAIXA E A CREDITO DO PASSIVO ADIANTAMENTOS DE
      *    CLIENTES, NAO DA RECEITA. A APLICACAO DO ADIANTAMENTO
      *    NUMA NOTA (GRAVADA TAMBEM COMO RECEBIMENTO, SEM CONTA
      *    BANCARIA) SAI DO CAIXA E BAIXA O PASSIVO A DEBITO.
      *    2026-10-15 RECEBIMENTOS EM CARTAO (FORMA "C", VER PROG61)
      *    ENTRAM A DEBITO DE CARTOES A RECEBER, NAO DO CAIXA - O
      *    DINHEIRO SO CHEGA NA LIQUIDACAO DA ADQUIRENTE (CARTREC.DAT,
      *    VER PROG226). AS LIQUIDACOES COM CREDITO NA COMPETENCIA
      *    LANCAM O LIQUIDO NO CAIXA E A TAXA DA ADQUIRENTE NA
      *    DESPESA COM CARTOES, A CREDITO DE CARTOES A RECEBER PELO
      *    BRUTO.

       ENVIRONMENT DIVISION.

           COPY "SELRECEB.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELPERDA.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELGLEXT.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELGLCTL.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELADIANT.cob".
           COPY "SELCARTREC.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRECEB.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDPERDA.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDGLEXT.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDGLCTL.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDADIANT.cob".
           COPY "FDCARTREC.cob".

       WORKING-STORAGE SECTION.

       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  PERDA-ARQ-STATUS        PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  GLCTL-ARQ-STATUS        PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  FINAL-ADIANT            PIC X.
       01  CARTREC-ARQ-STATUS      PIC X(02).
       01  FINAL-CARTREC           PIC X.
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-RECEB             PIC X.
       01  FINAL-NOTACRED          PIC X.
       01  FINAL-PERDA             PIC X.
       01  FINAL-ESTOQMOV          PIC X.
       01  FINAL-PLANCTAS          PIC X.
       01  FINAL-GLEXT             PIC X.

       01  CONTA-RECEITA-JUROS     PIC X(06) VALUE "312001".
       01  CONTA-DEVOLUCOES        PIC X(06) VALUE "313001".
       01  CONTA-PERDAS-CREDITO    PIC X(06) VALUE "413001".
       01  CONTA-CMV               PIC X(06) VALUE "414001".
       01  CONTA-ESTOQUES          PIC X(06) VALUE "114001".
       01  CONTA-IMPOSTOS-VENDAS   PIC X(06) VALUE "314001".
       01  CONTA-ICMS-RECOLHER     PIC X(06) VALUE "222001".
       01  CONTA-ISS-RECOLHER      PIC X(06) VALUE "222002".
       01  CONTA-ADIANT-CLIENTES   PIC X(06) VALUE "214001".
       01  CONTA-CARTOES-RECEBER   PIC X(06) VALUE "113001".
       01  CONTA-TAXAS-CARTAO      PIC X(06) VALUE "415001".

       01  TOTAL-FATURADO          PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-RECEBIDO          PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-JUROS             PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-DEVOLUCOES        PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-PERDAS            PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CMV               PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CMV-DEVOLVIDO     PIC 9(10)V9(02) VALUE ZEROS.
       01  CUSTO-MOVIMENTO         PIC 9(10)V9(02).
       01  TOTAL-ICMS              PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ISS               PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ICMS-DEVOLVIDO    PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ISS-DEVOLVIDO     PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-IMPOSTOS          PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-IMPOSTOS-DEVOLVIDOS PIC 9(10)V9(02) VALUE ZEROS.
       01  SAIDAS-SEM-CUSTO        PIC 9(06) VALUE ZEROS.
       01  TOTAL-CAIXA             PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ADIANT-RECEBIDO   PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ADIANT-APLICADO   PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CARTAO-VENDIDO    PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CARTAO-LIQUIDADO  PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CARTAO-LIQUIDO    PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CARTAO-TAXAS      PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-DEBITOS-LOTE      PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CREDITOS-LOTE     PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-NOTAS             PIC 9(06) VALUE ZEROS.
           PERFORM SOMA-RECEBIMENTOS.
           PERFORM SOMA-DEVOLUCOES.
           PERFORM SOMA-PERDAS.
           PERFORM SOMA-CUSTO-DAS-SAIDAS.
           PERFORM SOMA-ADIANTAMENTOS.
           PERFORM SOMA-LIQUIDACOES-CARTAO.
           IF TOTAL-NOTAS IS EQUAL ZEROS
                   AND TOTAL-RECEBIDO IS EQUAL ZEROS
                   AND TOTAL-DEVOLUCOES IS EQUAL ZEROS
                   AND TOTAL-PERDAS IS EQUAL ZEROS
                   AND TOTAL-ADIANT-RECEBIDO IS EQUAL ZEROS
                   AND TOTAL-CARTAO-LIQUIDADO IS EQUAL ZEROS
               DISPLAY "NENHUM MOVIMENTO DE FATURAMENTO OU "
                       "RECEBIMENTO NA COMPETENCIA "
                       COMPETENCIA-MES "/" COMPETENCIA-ANO "."
               MOVE 4 TO RETURN-CODE
               STOP RUN.

      *    O RECEBIMENTO PAGO COM ADIANTAMENTO NAO ENTRA NO CAIXA -
      *    O DINHEIRO ENTROU QUANDO O ADIANTAMENTO FOI RECEBIDO. O
      *    RECEBIDO EM CARTAO VAI PARA CARTOES A RECEBER ATE A
      *    LIQUIDACAO DA ADQUIRENTE.
           COMPUTE TOTAL-CAIXA = TOTAL-RECEBIDO - TOTAL-ADIANT-APLICADO
                   + TOTAL-JUROS - TOTAL-CARTAO-VENDIDO.
           COMPUTE TOTAL-IMPOSTOS = TOTAL-ICMS + TOTAL-ISS.
           COMPUTE TOTAL-IMPOSTOS-DEVOLVIDOS =
                   TOTAL-ICMS-DEVOLVIDO + TOTAL-ISS-DEVOLVIDO.
           COMPUTE TOTAL-DEBITOS-LOTE =
                   TOTAL-FATURADO + TOTAL-CAIXA +
                   TOTAL-DEVOLUCOES + TOTAL-PERDAS +
                   TOTAL-CMV + TOTAL-CMV-DEVOLVIDO +
                   TOTAL-IMPOSTOS + TOTAL-IMPOSTOS-DEVOLVIDOS +
                   TOTAL-ADIANT-RECEBIDO + TOTAL-ADIANT-APLICADO +
                   TOTAL-CARTAO-VENDIDO + TOTAL-CARTAO-LIQUIDO +
                   TOTAL-CARTAO-TAXAS.
           COMPUTE TOTAL-CREDITOS-LOTE =
                   TOTAL-FATURADO + TOTAL-RECEBIDO + TOTAL-JUROS +
                   TOTAL-DEVOLUCOES + TOTAL-PERDAS +
                   TOTAL-CMV + TOTAL-CMV-DEVOLVIDO +
                   TOTAL-IMPOSTOS + TOTAL-IMPOSTOS-DEVOLVIDOS +
                   TOTAL-ADIANT-RECEBIDO + TOTAL-CARTAO-LIQUIDADO.
           PERFORM VALIDA-CONTAS-DO-LOTE.
           IF TOTAL-DEBITOS-LOTE IS NOT EQUAL TOTAL-CREDITOS-LOTE
               DISPLAY "** LOTE NAO FECHA ** DEBITOS : "
           DISPLAY "JUROS/MULTA RECEBIDOS : " TOTAL-JUROS.
           DISPLAY "DEVOLUCOES            : " TOTAL-DEVOLUCOES.
           DISPLAY "PERDAS BAIXADAS       : " TOTAL-PERDAS.
           DISPLAY "CMV DAS SAIDAS        : " TOTAL-CMV.
           DISPLAY "CMV DEVOLVIDO         : " TOTAL-CMV-DEVOLVIDO.
           DISPLAY "ICMS DAS VENDAS       : " TOTAL-ICMS.
           DISPLAY "ISS DAS VENDAS        : " TOTAL-ISS.
           DISPLAY "ICMS DEVOLVIDO        : " TOTAL-ICMS-DEVOLVIDO.
           DISPLAY "ISS DEVOLVIDO         : " TOTAL-ISS-DEVOLVIDO.
           DISPLAY "ADIANTAMENTOS RECEB.  : " TOTAL-ADIANT-RECEBIDO.
           DISPLAY "ADIANTAMENTOS APLIC.  : " TOTAL-ADIANT-APLICADO.
           DISPLAY "RECEBIDO EM CARTAO    : " TOTAL-CARTAO-VENDIDO.
           DISPLAY "CARTOES LIQUIDADOS    : " TOTAL-CARTAO-LIQUIDADO.
           DISPLAY "TAXAS DE CARTAO       : " TOTAL-CARTAO-TAXAS.
           DISPLAY "===================================".
           IF SAIDAS-SEM-CUSTO IS GREATER THAN ZEROS
               DISPLAY "AVISO - " SAIDAS-SEM-CUSTO " SAIDA(S) SEM "
                       "CUSTO MEDIO (PRODUTO SEM ENTRADA COM CUSTO) - "
                       "FORA DO CMV.".

       PROGRAM-DONE.
           STOP RUN.
                   AND NOTA-DATA-MES IS EQUAL COMPETENCIA-MES
                   AND NOT NOTA-CANCELADA
               ADD NOTA-VALOR-TOTAL TO TOTAL-FATURADO
               ADD 1 TO TOTAL-NOTAS
               IF NOTA-TOTAL-ICMS IS NUMERIC
                       AND NOTA-TOTAL-ISS IS NUMERIC
                   ADD NOTA-TOTAL-ICMS TO TOTAL-ICMS
                   ADD NOTA-TOTAL-ISS TO TOTAL-ISS.
           PERFORM LEIA-PROXIMA-NOTA.

       SOMA-RECEBIMENTOS.
                   AND RECEB-DATA-MES IS EQUAL COMPETENCIA-MES
               ADD RECEB-VALOR TO TOTAL-RECEBIDO
               IF RECEB-VALOR-JUROS IS NUMERIC
                   ADD RECEB-VALOR-JUROS TO TOTAL-JUROS
                   IF RECEB-CARTAO
                       ADD RECEB-VALOR RECEB-VALOR-JUROS
                           TO TOTAL-CARTAO-VENDIDO
                   END-IF
               ELSE
                   IF RECEB-CARTAO
                       ADD RECEB-VALOR TO TOTAL-CARTAO-VENDIDO.
           PERFORM LEIA-PROXIMO-RECEB.

       SOMA-DEVOLUCOES.
       SOMA-UMA-DEVOLUCAO.
           IF NCRED-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NCRED-DATA-MES IS EQUAL COMPETENCIA-MES
               ADD NCRED-VALOR-TOTAL TO TOTAL-DEVOLUCOES
               IF NCRED-TOTAL-ICMS IS NUMERIC
                       AND NCRED-TOTAL-ISS IS NUMERIC
                   ADD NCRED-TOTAL-ICMS TO TOTAL-ICMS-DEVOLVIDO
                   ADD NCRED-TOTAL-ISS TO TOTAL-ISS-DEVOLVIDO.
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    PERDAS APROVADAS COM DECISAO NA COMPETENCIA.
               ADD PERDA-VALOR TO TOTAL-PERDAS.
           PERFORM LEIA-PROXIMA-PERDA.

      *    CUSTO DAS SAIDAS DE ESTOQUE DA COMPETENCIA - SO AS DE
      *    NOTAS NAO CANCELADAS, A MESMA REGRA DA RECEITA, ENTAO OS
      *    ESTORNOS DE CANCELAMENTO NAO ENTRAM. A DEVOLUCAO QUE
      *    VOLTOU AO ESTOQUE (NOTA DE CREDITO) ESTORNA O CMV NA
      *    COMPETENCIA EM QUE FOI REGISTRADA.
       SOMA-CUSTO-DAS-SAIDAS.
           OPEN INPUT ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS NOT EQUAL "00"
              AND ESTOQMOV-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O LIVRO DE ESTOQUE - STATUS : "
                       ESTOQMOV-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ARQUIVO-NOTA.
           MOVE "N" TO FINAL-ESTOQMOV.
           PERFORM LEIA-PROXIMO-ESTOQMOV.
           PERFORM SOMA-UM-MOVIMENTO
                   UNTIL FINAL-ESTOQMOV IS EQUAL "S".
           CLOSE ARQUIVO-NOTA.
           CLOSE ARQUIVO-ESTOQMOV.

       LEIA-PROXIMO-ESTOQMOV.
           READ ARQUIVO-ESTOQMOV AT END
           MOVE "S" TO FINAL-ESTOQMOV.

       SOMA-UM-MOVIMENTO.
           IF ESTOQMOV-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND ESTOQMOV-DATA-MES IS EQUAL COMPETENCIA-MES
               IF ESTOQMOV-SAIDA
                   PERFORM SOMA-CUSTO-DE-UMA-SAIDA
               ELSE
                   IF ESTOQMOV-DEVOLUCAO
                       COMPUTE CUSTO-MOVIMENTO ROUNDED =
                               ESTOQMOV-QUANTIDADE *
                               ESTOQMOV-CUSTO-UNIT
                       ADD CUSTO-MOVIMENTO TO TOTAL-CMV-DEVOLVIDO.
           PERFORM LEIA-PROXIMO-ESTOQMOV.

       SOMA-CUSTO-DE-UMA-SAIDA.
           MOVE ESTOQMOV-NOTA TO NOTA-NUMERO.
           READ ARQUIVO-NOTA
                INVALID KEY
                MOVE "C" TO NOTA-SITUACAO.
           IF NOT NOTA-CANCELADA
               IF ESTOQMOV-CUSTO-UNIT IS EQUAL ZEROS
                   ADD 1 TO SAIDAS-SEM-CUSTO
               ELSE
                   COMPUTE CUSTO-MOVIMENTO ROUNDED =
                           ESTOQMOV-QUANTIDADE * ESTOQMOV-CUSTO-UNIT
                   ADD CUSTO-MOVIMENTO TO TOTAL-CMV.

      *    ENTRADAS E APLICACOES DE ADIANTAMENTO DA COMPETENCIA -
      *    A APLICACAO TEM A MESMA DATA DO RECEBIMENTO QUE ELA GEROU,
      *    ENTAO CAI NA MESMA COMPETENCIA DELE.
       SOMA-ADIANTAMENTOS.
           OPEN INPUT ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS NOT EQUAL "00"
              AND ADIANT-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ADIANTAMENTOS - "
                       "STATUS : " ADIANT-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ADIANT.
           PERFORM LEIA-PROXIMO-ADIANT.
           PERFORM SOMA-UM-ADIANT
                   UNTIL FINAL-ADIANT IS EQUAL "S".
           CLOSE ARQUIVO-ADIANT.

       LEIA-PROXIMO-ADIANT.
           READ ARQUIVO-ADIANT AT END
           MOVE "S" TO FINAL-ADIANT.

       SOMA-UM-ADIANT.
           IF ADIANT-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND ADIANT-DATA-MES IS EQUAL COMPETENCIA-MES
               IF ADIANT-ENTRADA
                   ADD ADIANT-VALOR TO TOTAL-ADIANT-RECEBIDO
               ELSE
                   ADD ADIANT-VALOR TO TOTAL-ADIANT-APLICADO.
           PERFORM LEIA-PROXIMO-ADIANT.

      *    LIQUIDACOES DA ADQUIRENTE COM CREDITO NA COMPETENCIA - O
      *    BRUTO SAI DE CARTOES A RECEBER, O LIQUIDO ENTRA NO CAIXA E
      *    A DIFERENCA E' A TAXA.
       SOMA-LIQUIDACOES-CARTAO.
           OPEN INPUT ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS NOT EQUAL "00"
              AND CARTREC-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CARTOES A LIQUIDAR"
                       " - STATUS : " CARTREC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-CARTREC.
           PERFORM LEIA-PROXIMO-CARTREC.
           PERFORM SOMA-UMA-LIQUIDACAO
                   UNTIL FINAL-CARTREC IS EQUAL "S".
           CLOSE ARQUIVO-CARTREC.

       LEIA-PROXIMO-CARTREC.
           READ ARQUIVO-CARTREC NEXT AT END
           MOVE "S" TO FINAL-CARTREC.

       SOMA-UMA-LIQUIDACAO.
           IF CARTREC-LIQUIDADO
                   AND CARTREC-CREDITO-ANO IS EQUAL COMPETENCIA-ANO
                   AND CARTREC-CREDITO-MES IS EQUAL COMPETENCIA-MES
               ADD CARTREC-VALOR-BRUTO   TO TOTAL-CARTAO-LIQUIDADO
               ADD CARTREC-VALOR-LIQUIDO TO TOTAL-CARTAO-LIQUIDO
               ADD CARTREC-VALOR-TAXA    TO TOTAL-CARTAO-TAXAS.
           PERFORM LEIA-PROXIMO-CARTREC.

      *    CARREGA O PLANO DE CONTAS - SEM ELE NAO HA COMO VALIDAR AS
      *    CONTAS DO LOTE, ENTAO A AUSENCIA E' ERRO FATAL.
       CARREGA-PLANO-CONTAS.
           IF TOTAL-PERDAS IS GREATER THAN ZEROS
               MOVE CONTA-PERDAS-CREDITO TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-CMV IS GREATER THAN ZEROS
                   OR TOTAL-CMV-DEVOLVIDO IS GREATER THAN ZEROS
               MOVE CONTA-CMV TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA
               MOVE CONTA-ESTOQUES TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-IMPOSTOS IS GREATER THAN ZEROS
                   OR TOTAL-IMPOSTOS-DEVOLVIDOS IS GREATER THAN ZEROS
               MOVE CONTA-IMPOSTOS-VENDAS TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-ICMS IS GREATER THAN ZEROS
                   OR TOTAL-ICMS-DEVOLVIDO IS GREATER THAN ZEROS
               MOVE CONTA-ICMS-RECOLHER TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-ISS IS GREATER THAN ZEROS
                   OR TOTAL-ISS-DEVOLVIDO IS GREATER THAN ZEROS
               MOVE CONTA-ISS-RECOLHER TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-ADIANT-RECEBIDO IS GREATER THAN ZEROS
                   OR TOTAL-ADIANT-APLICADO IS GREATER THAN ZEROS
               MOVE CONTA-ADIANT-CLIENTES TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-CARTAO-VENDIDO IS GREATER THAN ZEROS
                   OR TOTAL-CARTAO-LIQUIDADO IS GREATER THAN ZEROS
               MOVE CONTA-CARTOES-RECEBER TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-CARTAO-TAXAS IS GREATER THAN ZEROS
               MOVE CONTA-TAXAS-CARTAO TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.

       VALIDA-UMA-CONTA.
           MOVE 1 TO IDX-CONTA.
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-CAIXA            TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-CARTAO-VENDIDO IS GREATER THAN ZEROS
               MOVE CONTA-CARTOES-RECEBER  TO GLEXT-CONTA
               MOVE "CARTOES A RECEBER"    TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-CARTAO-VENDIDO   TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-RECEBIDO IS GREATER THAN ZEROS
               MOVE CONTA-CLIENTES-RECEBER TO GLEXT-CONTA
               MOVE "BAIXA DE CLIENTES"    TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-RECEBIDO         TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-ADIANT-APLICADO IS GREATER THAN ZEROS
               MOVE CONTA-ADIANT-CLIENTES  TO GLEXT-CONTA
               MOVE "ADIANTAMENTOS APLICADOS" TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-ADIANT-APLICADO  TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-JUROS IS GREATER THAN ZEROS
               MOVE CONTA-RECEITA-JUROS    TO GLEXT-CONTA
               MOVE "RECEITA DE JUROS/MULTA" TO GLEXT-DESCRICAO
               MOVE TOTAL-JUROS            TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-ADIANT-RECEBIDO IS GREATER THAN ZEROS
               MOVE CONTA-CAIXA-BANCOS     TO GLEXT-CONTA
               MOVE "CAIXA - ADIANTAMENTOS" TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-ADIANT-RECEBIDO  TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO
               MOVE CONTA-ADIANT-CLIENTES  TO GLEXT-CONTA
               MOVE "ADIANTAMENTOS DE CLIENTES" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-ADIANT-RECEBIDO  TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-CARTAO-LIQUIDADO IS GREATER THAN ZEROS
               MOVE CONTA-CAIXA-BANCOS     TO GLEXT-CONTA
               MOVE "CAIXA - LIQUIDACAO CARTOES" TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-CARTAO-LIQUIDO   TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO
               MOVE CONTA-CARTOES-RECEBER  TO GLEXT-CONTA
               MOVE "CARTOES - LIQUIDACAO" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-CARTAO-LIQUIDADO TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-CARTAO-TAXAS IS GREATER THAN ZEROS
               MOVE CONTA-TAXAS-CARTAO     TO GLEXT-CONTA
               MOVE "TAXAS DE CARTAO"      TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-CARTAO-TAXAS     TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-DEVOLUCOES IS GREATER THAN ZEROS
               MOVE CONTA-DEVOLUCOES       TO GLEXT-CONTA
               MOVE "DEVOLUCOES DE VENDAS" TO GLEXT-DESCRICAO
               MOVE TOTAL-PERDAS           TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-CMV IS GREATER THAN ZEROS
               MOVE CONTA-CMV              TO GLEXT-CONTA
               MOVE "CUSTO DAS MERCADORIAS VENDIDAS" TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-CMV              TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO
               MOVE CONTA-ESTOQUES         TO GLEXT-CONTA
               MOVE "ESTOQUES - SAIDAS"    TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-CMV              TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-CMV-DEVOLVIDO IS GREATER THAN ZEROS
               MOVE CONTA-ESTOQUES         TO GLEXT-CONTA
               MOVE "ESTOQUES - DEVOLUCOES" TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-CMV-DEVOLVIDO    TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO
               MOVE CONTA-CMV              TO GLEXT-CONTA
               MOVE "CMV - DEVOLUCOES"     TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-CMV-DEVOLVIDO    TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-IMPOSTOS IS GREATER THAN ZEROS
               MOVE CONTA-IMPOSTOS-VENDAS  TO GLEXT-CONTA
               MOVE "IMPOSTOS SOBRE VENDAS" TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-IMPOSTOS         TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-ICMS IS GREATER THAN ZEROS
               MOVE CONTA-ICMS-RECOLHER    TO GLEXT-CONTA
               MOVE "ICMS A RECOLHER"      TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-ICMS             TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-ISS IS GREATER THAN ZEROS
               MOVE CONTA-ISS-RECOLHER     TO GLEXT-CONTA
               MOVE "ISS A RECOLHER"       TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-ISS              TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-ICMS-DEVOLVIDO IS GREATER THAN ZEROS
               MOVE CONTA-ICMS-RECOLHER    TO GLEXT-CONTA
               MOVE "ICMS - DEVOLUCOES"    TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-ICMS-DEVOLVIDO   TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-ISS-DEVOLVIDO IS GREATER THAN ZEROS
               MOVE CONTA-ISS-RECOLHER     TO GLEXT-CONTA
               MOVE "ISS - DEVOLUCOES"     TO GLEXT-DESCRICAO
               MOVE "D"                    TO GLEXT-TIPO
               MOVE TOTAL-ISS-DEVOLVIDO    TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-IMPOSTOS-DEVOLVIDOS IS GREATER THAN ZEROS
               MOVE CONTA-IMPOSTOS-VENDAS  TO GLEXT-CONTA
               MOVE "IMPOSTOS - DEVOLUCOES" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-IMPOSTOS-DEVOLVIDOS TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           MOVE SPACES TO GLEXT-CONTA.
           MOVE "T"                    TO GLEXT-TIPO-REG.
           MOVE "TOTAIS DO LOTE"       TO GLEXT-DESCRICAO.
