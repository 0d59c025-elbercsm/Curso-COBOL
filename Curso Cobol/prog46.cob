      *    DEPARTAMENTO CADASTRADO (OU JA FORA DO CADASTRO) DEBITA
      *    NA CONTA GERAL DE SALARIOS, COM AVISO - A CONTABILIDADE
      *    DEIXA DE REABRIR A LINHA UNICA NA MAO.
      *    2026-10-15 OS REEMBOLSOS DE DESPESAS PAGOS NA FOLHA DA
      *    COMPETENCIA (REEMB.DAT, BAIXADOS PELO PROG39) ENTRARAM NO
      *    LOTE - CADA CONTA DE DESPESA DAS LINHAS DOS PEDIDOS GANHA
      *    SEU DEBITO, VALIDADO NO PLANO DE CONTAS, E O VALOR ENTRA
      *    NA IDENTIDADE DO LIQUIDO COMO AS COMISSOES.

       ENVIRONMENT DIVISION.

           COPY "SELFUNCIONARIO.cob".
           COPY "SELDEPTO.cob".
           COPY "SELDEPENDENTE.cob".
           COPY "SELREEMB.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPTO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDREEMB.cob".

       WORKING-STORAGE SECTION.

       01  TOTAL-COMISSOES         PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-COMIS-SEM-FOLHA   PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-SALARIO-FAMILIA   PIC 9(10)V9(02) VALUE ZEROS.

      *    REEMBOLSOS DE DESPESAS PAGOS NA FOLHA DA COMPETENCIA
      *    (REEMB.DAT, VER PROG39) - ACUMULADOS POR CONTA DE DESPESA
      *    DAS LINHAS DOS PEDIDOS, SO DE QUEM TEVE FOLHA, COMO AS
      *    COMISSOES.
       01  REEMB-ARQ-STATUS        PIC X(02).
       01  FINAL-REEMB             PIC X.
       01  TABELA-REEMB-CONTAS.
           05 QTD-REEMB-CONTAS     PIC 9(02) VALUE ZEROS.
           05 REEMB-CONTA-ITEM OCCURS 50 TIMES.
               10 REEMB-TAB-CONTA     PIC X(06).
               10 REEMB-TAB-TOTAL     PIC 9(08)V9(02).
       01  IDX-REEMB-CONTA         PIC 9(02).
       01  IDX-REEMB-ITEM          PIC 9(02).
       01  REEMB-CONTA-ACHADA-SW   PIC X(01).
           88 REEMB-CONTA-ACHADA   VALUE "S".
       01  TOTAL-REEMBOLSOS        PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-REEMB-SEM-FOLHA   PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-EMPRESTIMOS       PIC S9(10)V9(02) VALUE ZEROS.
       01  SOMA-ITENS-VENCIMENTO   PIC 9(10)V9(02) VALUE ZEROS.
       01  SOMA-ITENS-DESCONTO    PIC 9(10)V9(02) VALUE ZEROS.

           PERFORM CONCILIA-ADIANTAMENTOS.
           PERFORM CONCILIA-COMISSOES.
           PERFORM SOMA-REEMBOLSOS-PAGOS.
           PERFORM APURA-EMPRESTIMO-RESIDUAL.
           PERFORM VALIDA-CONTAS-DO-LOTE.
           PERFORM VALIDA-CONTAS-DOS-ITENS.
      *    PAGO CREDITA NA CONTA DE ADIANTAMENTOS.
           COMPUTE TOTAL-DEBITOS-LOTE =
                   TOTAL-SALARIO-BRUTO + TOTAL-COMISSOES +
                   TOTAL-SALARIO-FAMILIA + TOTAL-REEMBOLSOS.
           COMPUTE TOTAL-CREDITOS-LOTE =
                   TOTAL-DESCONTO-INSS + TOTAL-DESCONTO-IR +
                   TOTAL-SALARIO-LIQUIDO + TOTAL-ADIANTAMENTOS +
           DISPLAY "TOTAL ADIANT.ABATIDOS : " TOTAL-ADIANTAMENTOS.
           DISPLAY "TOTAL COMISSOES PAGAS : " TOTAL-COMISSOES.
           DISPLAY "TOTAL SALARIO-FAMILIA : " TOTAL-SALARIO-FAMILIA.
           DISPLAY "TOTAL REEMBOLSOS      : " TOTAL-REEMBOLSOS.
           DISPLAY "TOTAL CONSIGNADO DESC : " TOTAL-EMPRESTIMOS.
           DISPLAY "===================================".

           IF TOTAL-EMPRESTIMOS IS GREATER THAN ZEROS
               MOVE CONTA-EMPREST-CONSIG TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           MOVE 1 TO IDX-REEMB-CONTA.
           PERFORM VALIDA-CONTA-DE-REEMBOLSO
                   UNTIL IDX-REEMB-CONTA IS GREATER THAN
                         QTD-REEMB-CONTAS.

      *    SO A CONTA DE DEPARTAMENTO COM MOVIMENTO NA COMPETENCIA
      *    PRECISA EXISTIR NO PLANO.
       VALIDA-CONTA-DE-REEMBOLSO.
           MOVE REEMB-TAB-CONTA(IDX-REEMB-CONTA) TO CONTA-VALIDANDA.
           PERFORM VALIDA-UMA-CONTA.
           ADD 1 TO IDX-REEMB-CONTA.

       VALIDA-CONTA-DE-UM-DEPTO.
           IF DEPTO-TAB-BRUTO(IDX-DEPTO) IS GREATER THAN ZEROS
               MOVE DEPTO-TAB-CONTA(IDX-DEPTO) TO CONTA-VALIDANDA
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-EMPRESTIMOS      TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           MOVE 1 TO IDX-REEMB-CONTA.
           PERFORM GRAVA-DEBITO-DE-REEMBOLSO
                   UNTIL IDX-REEMB-CONTA IS GREATER THAN
                         QTD-REEMB-CONTAS.

           MOVE 1 TO IDX-BENEF.
           PERFORM GRAVA-LANCAMENTO-DO-ITEM
               WRITE GLEXT-REGISTRO.
           ADD 1 TO IDX-DEPTO.

       GRAVA-DEBITO-DE-REEMBOLSO.
           MOVE REEMB-TAB-CONTA(IDX-REEMB-CONTA) TO GLEXT-CONTA.
           MOVE "REEMBOLSO DE DESPESAS" TO GLEXT-DESCRICAO.
           MOVE "D" TO GLEXT-TIPO.
           MOVE REEMB-TAB-TOTAL(IDX-REEMB-CONTA) TO GLEXT-VALOR.
           WRITE GLEXT-REGISTRO.
           ADD 1 TO IDX-REEMB-CONTA.

      *    UM LANCAMENTO POR ITEM RECORRENTE COM MOVIMENTO -
      *    VENCIMENTO DEBITA NA CONTA DO ITEM, DESCONTO CREDITA.
       GRAVA-LANCAMENTO-DO-ITEM.
           ELSE
               ADD 1 TO IDX-FCOMP.

      *    SO OS PEDIDOS PAGOS PELA FOLHA DESTA COMPETENCIA - O
      *    REEMBOLSO PAGO POR TITULO JA E' CONTABILIZADO NO CONTAS A
      *    PAGAR. SEM O ARQUIVO NAO HA REEMBOLSO NO LOTE.
       SOMA-REEMBOLSOS-PAGOS.
           OPEN INPUT ARQUIVO-REEMB.
           IF REEMB-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-REEMB
               PERFORM LEIA-PROXIMO-REEMB
               PERFORM EXAMINA-REEMBOLSO
                       UNTIL FINAL-REEMB IS EQUAL "S".
           CLOSE ARQUIVO-REEMB.
           IF TOTAL-REEMB-SEM-FOLHA IS GREATER THAN ZEROS
               DISPLAY "TOTAL DE REEMBOLSOS FORA DO LOTE : "
                       TOTAL-REEMB-SEM-FOLHA.

       LEIA-PROXIMO-REEMB.
           READ ARQUIVO-REEMB NEXT RECORD AT END
           MOVE "S" TO FINAL-REEMB.

       EXAMINA-REEMBOLSO.
           IF REEMB-PAGO AND REEMB-PELA-FOLHA
                   AND REEMB-COMPETENCIA-PAGTO IS EQUAL
                       COMPETENCIA-EXTRACAO
               PERFORM CONCILIA-UM-REEMBOLSO.
           PERFORM LEIA-PROXIMO-REEMB.

       CONCILIA-UM-REEMBOLSO.
           MOVE "N" TO FOLHA-ACHADA-SW.
           MOVE 1 TO IDX-FCOMP.
           PERFORM PROCURA-FOLHA-DO-REEMBOLSO
                   UNTIL FOLHA-ACHADA
                   OR IDX-FCOMP IS GREATER THAN QTD-FCOMP.
           IF FOLHA-ACHADA
               ADD REEMB-VALOR-TOTAL TO TOTAL-REEMBOLSOS
               MOVE 1 TO IDX-REEMB-ITEM
               PERFORM SOMA-LINHA-DO-REEMBOLSO
                       UNTIL IDX-REEMB-ITEM IS GREATER THAN
                             REEMB-QTD-ITENS
           ELSE
               DISPLAY "REEMBOLSO SEM FOLHA NA COMPETENCIA - "
                       "PEDIDO " REEMB-NUMERO " FUNCIONARIO "
                       REEMB-FUNCIONARIO " - FORA DO LOTE."
               ADD REEMB-VALOR-TOTAL TO TOTAL-REEMB-SEM-FOLHA.

       PROCURA-FOLHA-DO-REEMBOLSO.
           IF FCOMP-CODIGO(IDX-FCOMP) IS EQUAL REEMB-FUNCIONARIO
               MOVE "S" TO FOLHA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FCOMP.

       SOMA-LINHA-DO-REEMBOLSO.
           MOVE "N" TO REEMB-CONTA-ACHADA-SW.
           MOVE 1 TO IDX-REEMB-CONTA.
           PERFORM PROCURA-CONTA-DO-REEMBOLSO
                   UNTIL REEMB-CONTA-ACHADA
                   OR IDX-REEMB-CONTA IS GREATER THAN
                      QTD-REEMB-CONTAS.
           IF NOT REEMB-CONTA-ACHADA
               IF QTD-REEMB-CONTAS IS LESS THAN 50
                   ADD 1 TO QTD-REEMB-CONTAS
                   MOVE QTD-REEMB-CONTAS TO IDX-REEMB-CONTA
                   MOVE REEMB-ITEM-CONTA(IDX-REEMB-ITEM)
                        TO REEMB-TAB-CONTA(IDX-REEMB-CONTA)
                   MOVE ZEROS TO REEMB-TAB-TOTAL(IDX-REEMB-CONTA)
               ELSE
                   MOVE "CONTAS REEMB" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA.
           ADD REEMB-ITEM-VALOR(IDX-REEMB-ITEM)
               TO REEMB-TAB-TOTAL(IDX-REEMB-CONTA).
           ADD 1 TO IDX-REEMB-ITEM.

       PROCURA-CONTA-DO-REEMBOLSO.
           IF REEMB-TAB-CONTA(IDX-REEMB-CONTA) IS EQUAL
                   REEMB-ITEM-CONTA(IDX-REEMB-ITEM)
               MOVE "S" TO REEMB-CONTA-ACHADA-SW
           ELSE
               ADD 1 TO IDX-REEMB-CONTA.

      *    O CONSIGNADO DESCONTADO NAO FICA EM ARQUIVO PROPRIO (O
      *    PROG39 JA ABATE OS SALDOS DE EMPRESTIMO.DAT NA HORA) -
      *    ELE E' RECUPERADO PELA PROPRIA IDENTIDADE DO LIQUIDO :
      *    BRUTO - INSS - IR - ADTO - CONSIGNADO + COMISSAO +
      *    REEMBOLSO + SALARIO-FAMILIA + RECORRENTES = LIQUIDO.
      *    QUALQUER OUTRA DIFERENCA CONTINUA DERRUBANDO O LOTE NO
      *    FECHA/NAO-FECHA.
       APURA-EMPRESTIMO-RESIDUAL.
           MOVE ZEROS TO SOMA-ITENS-VENCIMENTO.
           MOVE ZEROS TO SOMA-ITENS-DESCONTO.
                   TOTAL-SALARIO-BRUTO - TOTAL-DESCONTO-INSS -
                   TOTAL-DESCONTO-IR - TOTAL-ADIANTAMENTOS +
                   TOTAL-COMISSOES + TOTAL-SALARIO-FAMILIA +
                   TOTAL-REEMBOLSOS +
                   SOMA-ITENS-VENCIMENTO - SOMA-ITENS-DESCONTO -
                   TOTAL-SALARIO-LIQUIDO.
           IF TOTAL-EMPRESTIMOS IS LESS THAN ZEROS
