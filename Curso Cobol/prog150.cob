      *    MESMO NUMERADOR GLCTL.DAT E AS CONTAS VALIDADAS NO PLANO
      *    DE CONTAS. SO ACEITA COMPETENCIA JA ENCERRADA E BLOQUEIA
      *    A EXTRACAO EM DUPLICIDADE PELO CABECALHO DO PROPRIO LOTE.
      *    2026-10-15 OS TRIBUTOS RETIDOS NA FONTE DOS TITULOS DA
      *    COMPETENCIA (PROG146) PASSARAM A SER CREDITADOS NAS CONTAS
      *    DE IRRF, ISS E PIS/COFINS/CSLL RETIDOS A RECOLHER - SO O
      *    LIQUIDO VAI PARA FORNECEDORES A PAGAR.

       ENVIRONMENT DIVISION.

      *    CONTAS CONTABEIS DE DESTINO DO LOTE DO CONTAS A PAGAR.
       01  CONTA-FORNECEDORES      PIC X(06) VALUE "211001".
       01  CONTA-CAIXA-BANCOS      PIC X(06) VALUE "111001".
       01  CONTA-IRRF-RETIDO       PIC X(06) VALUE "223001".
       01  CONTA-ISS-RETIDO        PIC X(06) VALUE "223002".
       01  CONTA-PCC-RETIDO        PIC X(06) VALUE "223003".

      *    DESPESAS ACUMULADAS POR CONTA - CADA CONTA DE DESPESA DOS
      *    TITULOS DA COMPETENCIA VIRA UM DEBITO PROPRIO NO LOTE.
       01  TOTAL-DEBITOS-LOTE      PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CREDITOS-LOTE     PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-TITULOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-RETIDO-IRRF       PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-RETIDO-ISS        PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-RETIDO-PCC        PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-A-FORNECEDORES    PIC 9(10)V9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

               MOVE 4 TO RETURN-CODE
               STOP RUN.

           COMPUTE TOTAL-A-FORNECEDORES = TOTAL-LANCADO
                   - TOTAL-RETIDO-IRRF - TOTAL-RETIDO-ISS
                   - TOTAL-RETIDO-PCC.
           COMPUTE TOTAL-DEBITOS-LOTE = TOTAL-LANCADO + TOTAL-PAGO.
           COMPUTE TOTAL-CREDITOS-LOTE = TOTAL-A-FORNECEDORES
                   + TOTAL-RETIDO-IRRF + TOTAL-RETIDO-ISS
                   + TOTAL-RETIDO-PCC + TOTAL-PAGO.
           PERFORM VALIDA-CONTAS-DO-LOTE.
           IF TOTAL-DEBITOS-LOTE IS NOT EQUAL TOTAL-CREDITOS-LOTE
               DISPLAY "** LOTE NAO FECHA ** DEBITOS : "
                   COMPETENCIA-MES "/" COMPETENCIA-ANO.
           DISPLAY "TITULOS LANCADOS      : " TOTAL-TITULOS.
           DISPLAY "DESPESAS LANCADAS     : " TOTAL-LANCADO.
           DISPLAY "IRRF RETIDO           : " TOTAL-RETIDO-IRRF.
           DISPLAY "ISS RETIDO            : " TOTAL-RETIDO-ISS.
           DISPLAY "PIS/COFINS/CSLL RETID.: " TOTAL-RETIDO-PCC.
           DISPLAY "PAGAMENTOS EFETUADOS  : " TOTAL-PAGO.
           DISPLAY "===================================".

                   AND NOT TITULO-CANCELADO
               ADD TITULO-VALOR TO TOTAL-LANCADO
               ADD 1 TO TOTAL-TITULOS
               PERFORM ACUMULA-DESPESA-DO-TITULO
               PERFORM ACUMULA-RETENCOES-DO-TITULO.
           PERFORM LEIA-PROXIMO-TITULO.

      *    TITULO GRAVADO ANTES DOS CAMPOS DE RETENCAO NAO TEM RETIDO.
       ACUMULA-RETENCOES-DO-TITULO.
           IF TITULO-RETENCOES IS NUMERIC
               ADD TITULO-RET-IRRF   TO TOTAL-RETIDO-IRRF
               ADD TITULO-RET-ISS    TO TOTAL-RETIDO-ISS
               ADD TITULO-RET-PIS    TO TOTAL-RETIDO-PCC
               ADD TITULO-RET-COFINS TO TOTAL-RETIDO-PCC
               ADD TITULO-RET-CSLL   TO TOTAL-RETIDO-PCC.

       ACUMULA-DESPESA-DO-TITULO.
           MOVE 1 TO IDX-DESPESA.
           PERFORM LOCALIZA-CONTA-DESPESA
           IF TOTAL-PAGO IS GREATER THAN ZEROS
               MOVE CONTA-CAIXA-BANCOS TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-RETIDO-IRRF IS GREATER THAN ZEROS
               MOVE CONTA-IRRF-RETIDO TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-RETIDO-ISS IS GREATER THAN ZEROS
               MOVE CONTA-ISS-RETIDO TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           IF TOTAL-RETIDO-PCC IS GREATER THAN ZEROS
               MOVE CONTA-PCC-RETIDO TO CONTA-VALIDANDA
               PERFORM VALIDA-UMA-CONTA.
           MOVE 1 TO IDX-DESPESA.
           PERFORM VALIDA-CONTA-DE-DESPESA
                   UNTIL IDX-DESPESA IS GREATER THAN QTD-DESPESAS.
           CLOSE ARQUIVO-GLCTL.

      *    GRAVA O LOTE COMPLETO - CABECALHO, UM DEBITO POR CONTA DE
      *    DESPESA, O CREDITO DE FORNECEDORES PELO LIQUIDO, OS
      *    CREDITOS DOS RETIDOS A RECOLHER, A BAIXA DOS PAGAMENTOS E
      *    O TRAILER COM OS TOTAIS CONFERIDOS.
       GERA-LANCAMENTOS-CONTABEIS.
           OPEN EXTEND ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "35"
           MOVE 1 TO IDX-DESPESA.
           PERFORM GRAVA-DEBITO-DE-DESPESA
                   UNTIL IDX-DESPESA IS GREATER THAN QTD-DESPESAS.
           IF TOTAL-A-FORNECEDORES IS GREATER THAN ZEROS
               MOVE CONTA-FORNECEDORES     TO GLEXT-CONTA
               MOVE "FORNECEDORES A PAGAR" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-A-FORNECEDORES   TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-RETIDO-IRRF IS GREATER THAN ZEROS
               MOVE CONTA-IRRF-RETIDO      TO GLEXT-CONTA
               MOVE "IRRF RETIDO A RECOLHER" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-RETIDO-IRRF      TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-RETIDO-ISS IS GREATER THAN ZEROS
               MOVE CONTA-ISS-RETIDO       TO GLEXT-CONTA
               MOVE "ISS RETIDO A RECOLHER" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-RETIDO-ISS       TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.
           IF TOTAL-RETIDO-PCC IS GREATER THAN ZEROS
               MOVE CONTA-PCC-RETIDO       TO GLEXT-CONTA
               MOVE "PIS/COFINS/CSLL RETIDOS" TO GLEXT-DESCRICAO
               MOVE "C"                    TO GLEXT-TIPO
               MOVE TOTAL-RETIDO-PCC       TO GLEXT-VALOR
               WRITE GLEXT-REGISTRO.

           IF TOTAL-PAGO IS GREATER THAN ZEROS
