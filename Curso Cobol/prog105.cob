      *    (PROG62) E NO AGING (PROG63). ACABA O CANCELAMENTO
      *    INDEVIDO DE NOTA PARCIALMENTE ENTREGUE. TAMBEM LISTA AS
      *    NOTAS DE CREDITO EMITIDAS.
      *    2026-10-15 A DEVOLUCAO VOLTA AO ESTOQUE PELO CUSTO MEDIO
      *    VIGENTE, QUE FICA GRAVADO NO MOVIMENTO (CREDITO DO CMV).
      *    2026-10-15 A DEVOLUCAO VOLTA TAMBEM AO SALDO DA FILIAL DA
      *    NOTA ORIGINAL (ESTFIL.DAT, PELA ROTINA PROG164).
      *    2026-10-15 A NOTA DE CREDITO ESTORNA O IMPOSTO DA VENDA
      *    (ICMS/ISS) DOS ITENS DEVOLVIDOS, PROPORCIONAL A QUANTIDADE
      *    DEVOLVIDA, COM O CFOP E A ALIQUOTA DA NOTA ORIGINAL. NOTAS
      *    ANTERIORES AO IMPOSTO NAO TEM O QUE ESTORNAR.
      *    2026-10-15 LISTA NA ENTRADA AS NOTAS DEVOLVIDAS NA ENTREGA
      *    (ENTREGA.DAT, PROG219) AINDA SEM NOTA DE CREDITO, OFERECE A
      *    DEVOLUCAO TOTAL DELAS E ANOTA O CREDITO NA ENTREGA.

       ENVIRONMENT DIVISION.

           COPY "SELPRODUTO.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELAUDIT.cob".
           COPY "SELENTREGA.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDAUDIT.cob".
           COPY "FDENTREGA.cob".

       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  NCREDCTL-ARQ-STATUS     PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  ENTREGA-ARQ-STATUS      PIC X(02).
       01  FINAL-NOTACRED          PIC X.
       01  FINAL-ENTREGA           PIC X.

       01  OPCAO-PROGRAMA          PIC X(01).
           88 OPCAO-EMITIR         VALUE "E".
       01  QTD-DISP-EDITADA        PIC ZZZ9.
       01  FIM-DA-DEVOLUCAO-SW     PIC X(01).
           88 FIM-DA-DEVOLUCAO     VALUE "S".

      *    NOTA DEVOLVIDA NA ENTREGA (PROG219) AINDA SEM CREDITO - A
      *    NOTA DE CREDITO EMITIDA PARA ELA FICA ANOTADA NA ENTREGA.
       01  ENTREGA-SEM-CREDITO-SW  PIC X(01).
           88 ENTREGA-SEM-CREDITO  VALUE "S".
       01  RESPOSTA                PIC X(01).
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  TOTAL-AGUARDANDO        PIC 9(04).
       01  VALOR-ITEM-DEVOLVIDO    PIC 9(08)V9(02).
       01  IMPOSTO-EDITADO         PIC $ZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EMITIDAS          PIC 9(04) VALUE ZEROS.
       01  TOTAL-LISTADAS          PIC 9(06) VALUE ZEROS.
           DISPLAY "---- NOTAS DE CREDITO (DEVOLUCOES) ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-ULTIMO-NUMERO.
           PERFORM AVISA-DEVOLUCOES-DE-ENTREGA.

           MOVE SPACE TO OPCAO-PROGRAMA.
           PERFORM EXECUTA-OPCAO
           ACCEPT NCRED-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO NCRED-QTD-ITENS.
           MOVE ZEROS TO NCRED-VALOR-TOTAL.
           MOVE ZEROS TO NCRED-TOTAL-ICMS.
           MOVE ZEROS TO NCRED-TOTAL-ISS.

           DISPLAY "ITENS DA NOTA " NOTA-NUMERO " :".
           MOVE 1 TO IDX-ITEM.
                   UNTIL IDX-ITEM IS GREATER THAN NOTA-QTD-ITENS.

           MOVE "N" TO FIM-DA-DEVOLUCAO-SW.
           PERFORM VERIFICA-DEVOLUCAO-NA-ENTREGA.
           IF ENTREGA-SEM-CREDITO
               PERFORM OFERECE-DEVOLUCAO-TOTAL.
           PERFORM CAPTURA-ITEM-DEVOLVIDO
                   UNTIL FIM-DA-DEVOLUCAO
                   OR NCRED-QTD-ITENS IS EQUAL 10.
           MOVE VALOR-ITEM-DEVOLVIDO
                TO NCRED-ITEM-VALOR-TOTAL(NCRED-QTD-ITENS).
           ADD VALOR-ITEM-DEVOLVIDO TO NCRED-VALOR-TOTAL.
           PERFORM ESTORNA-IMPOSTO-DO-ITEM.
           ADD QTD-DEVOLVIDA TO JADEV-QTD(ITEM-ESCOLHIDO).
           MOVE VALOR-ITEM-DEVOLVIDO TO VALOR-EDITADO.
           DISPLAY "ITEM DEVOLVIDO - CREDITO DE " VALOR-EDITADO ".".

      *    BASE E IMPOSTO DO ITEM DA NOTA NA PROPORCAO DA QUANTIDADE
      *    DEVOLVIDA SOBRE A VENDIDA.
       ESTORNA-IMPOSTO-DO-ITEM.
           MOVE "N" TO NCRED-ITEM-TIPO-IMPOSTO(NCRED-QTD-ITENS).
           MOVE ZEROS TO NCRED-ITEM-CFOP(NCRED-QTD-ITENS).
           MOVE ZEROS TO NCRED-ITEM-ALIQUOTA(NCRED-QTD-ITENS).
           MOVE ZEROS TO NCRED-ITEM-BASE(NCRED-QTD-ITENS).
           MOVE ZEROS TO NCRED-ITEM-IMPOSTO(NCRED-QTD-ITENS).
           IF NOTA-ITEM-BASE(ITEM-ESCOLHIDO) IS NUMERIC
                   AND NOTA-ITEM-IMPOSTO(ITEM-ESCOLHIDO) IS NUMERIC
               MOVE NOTA-ITEM-TIPO-IMPOSTO(ITEM-ESCOLHIDO)
                    TO NCRED-ITEM-TIPO-IMPOSTO(NCRED-QTD-ITENS)
               MOVE NOTA-ITEM-CFOP(ITEM-ESCOLHIDO)
                    TO NCRED-ITEM-CFOP(NCRED-QTD-ITENS)
               MOVE NOTA-ITEM-ALIQUOTA(ITEM-ESCOLHIDO)
                    TO NCRED-ITEM-ALIQUOTA(NCRED-QTD-ITENS)
               COMPUTE NCRED-ITEM-BASE(NCRED-QTD-ITENS) ROUNDED =
                       NOTA-ITEM-BASE(ITEM-ESCOLHIDO) * QTD-DEVOLVIDA
                       / NOTA-ITEM-QUANTIDADE(ITEM-ESCOLHIDO)
               COMPUTE NCRED-ITEM-IMPOSTO(NCRED-QTD-ITENS) ROUNDED =
                       NOTA-ITEM-IMPOSTO(ITEM-ESCOLHIDO) * QTD-DEVOLVIDA
                       / NOTA-ITEM-QUANTIDADE(ITEM-ESCOLHIDO).
           IF NCRED-ITEM-TIPO-IMPOSTO(NCRED-QTD-ITENS) IS EQUAL "I"
               ADD NCRED-ITEM-IMPOSTO(NCRED-QTD-ITENS)
                   TO NCRED-TOTAL-ICMS.
           IF NCRED-ITEM-TIPO-IMPOSTO(NCRED-QTD-ITENS) IS EQUAL "S"
               ADD NCRED-ITEM-IMPOSTO(NCRED-QTD-ITENS)
                   TO NCRED-TOTAL-ISS.

       GRAVA-NOTA-DE-CREDITO.
           OPEN EXTEND ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS EQUAL "35"
           MOVE NCRED-VALOR-TOTAL TO VALOR-EDITADO.
           DISPLAY "NOTA DE CREDITO " NCRED-NUMERO " GRAVADA - "
                   "TOTAL " VALOR-EDITADO.
           IF NCRED-TOTAL-ICMS IS GREATER THAN ZEROS
               MOVE NCRED-TOTAL-ICMS TO IMPOSTO-EDITADO
               DISPLAY "ICMS ESTORNADO : " IMPOSTO-EDITADO.
           IF NCRED-TOTAL-ISS IS GREATER THAN ZEROS
               MOVE NCRED-TOTAL-ISS TO IMPOSTO-EDITADO
               DISPLAY "ISS ESTORNADO  : " IMPOSTO-EDITADO.
           PERFORM DEVOLVE-ESTOQUE-DOS-ITENS.
           PERFORM REGISTRA-AUDITORIA-CREDITO.
           IF ENTREGA-SEM-CREDITO
               PERFORM ANOTA-CREDITO-NA-ENTREGA.

      *    A MERCADORIA DEVOLVIDA VOLTA AO SALDO DO PRODUTO, COM
      *    MOVIMENTO "D" NO LIVRO DE ESTOQUE - ITENS DE NOTAS
                    ADD NCRED-ITEM-QUANTIDADE(IDX-ITEM)
                        TO PRODUTO-SALDO-ESTOQUE
                    REWRITE PRODUTO-REGISTRO
                    MOVE "M" TO SLDFIL-FUNCAO
                    MOVE NOTA-FILIAL TO SLDFIL-FILIAL
                    MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
                    MOVE NCRED-ITEM-QUANTIDADE(IDX-ITEM)
                         TO SLDFIL-QUANTIDADE
                    CALL "PROG164" USING SLDFIL-PARAMETROS
                    MOVE "D" TO ESTOQMOV-TIPO
                    MOVE NCRED-ITEM-QUANTIDADE(IDX-ITEM)
                         TO ESTOQMOV-QUANTIDADE
      *    QUANTIDADE E A NOTA JA FORAM PREENCHIDOS PELO CHAMADOR.
       GRAVA-MOVIMENTO-ESTOQUE.
           MOVE PRODUTO-CODIGO TO ESTOQMOV-PRODUTO.
           MOVE NOTA-FILIAL TO ESTOQMOV-FILIAL.
           MOVE PRODUTO-CUSTO-MEDIO TO ESTOQMOV-CUSTO-UNIT.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO ESTOQMOV-OPERADOR.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG105" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

               END-IF.
           IF NOT ITEM-CASADO
               ADD 1 TO IDX-JADEV.

      *    AS NOTAS QUE VOLTARAM NA ENTREGA E AINDA NAO TEM NOTA DE
      *    CREDITO SAO LEMBRADAS A CADA ENTRADA NO PROGRAMA.
       AVISA-DEVOLUCOES-DE-ENTREGA.
           MOVE ZEROS TO TOTAL-AGUARDANDO.
           OPEN INPUT ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ENTREGA
               PERFORM LEIA-PROXIMA-ENTREGA
               PERFORM EXIBE-DEVOLUCAO-SEM-CREDITO
                       UNTIL FINAL-ENTREGA IS EQUAL "S".
           CLOSE ARQUIVO-ENTREGA.
           IF TOTAL-AGUARDANDO IS GREATER THAN ZEROS
               DISPLAY "TOTAL AGUARDANDO NOTA DE CREDITO : "
                       TOTAL-AGUARDANDO.

       LEIA-PROXIMA-ENTREGA.
           READ ARQUIVO-ENTREGA NEXT RECORD AT END
           MOVE "S" TO FINAL-ENTREGA.

       EXIBE-DEVOLUCAO-SEM-CREDITO.
           IF ENTREGA-DEVOLVIDA
                   AND ENTREGA-NCRED IS EQUAL ZEROS
               IF TOTAL-AGUARDANDO IS EQUAL ZEROS
                   DISPLAY "DEVOLUCOES NA ENTREGA AGUARDANDO NOTA DE "
                           "CREDITO :"
               END-IF
               ADD 1 TO TOTAL-AGUARDANDO
               DISPLAY "  NOTA " ENTREGA-NOTA " CLIENTE "
                       ENTREGA-CLIENTE " EM " ENTREGA-BAIXA-DIA "/"
                       ENTREGA-BAIXA-MES "/" ENTREGA-BAIXA-ANO " - "
                       ENTREGA-MOTIVO.
           PERFORM LEIA-PROXIMA-ENTREGA.

       VERIFICA-DEVOLUCAO-NA-ENTREGA.
           MOVE "N" TO ENTREGA-SEM-CREDITO-SW.
           OPEN INPUT ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS EQUAL "00"
               MOVE NOTA-NUMERO TO ENTREGA-NOTA
               READ ARQUIVO-ENTREGA
                    INVALID KEY
                    MOVE SPACE TO ENTREGA-SITUACAO
               END-READ
               IF ENTREGA-DEVOLVIDA
                       AND ENTREGA-NCRED IS EQUAL ZEROS
                   MOVE "S" TO ENTREGA-SEM-CREDITO-SW.
           CLOSE ARQUIVO-ENTREGA.

      *    A MERCADORIA QUE VOLTOU NA ENTREGA NORMALMENTE VOLTA
      *    INTEIRA - A DEVOLUCAO TOTAL CREDITA O SALDO AINDA NAO
      *    DEVOLVIDO DE TODOS OS ITENS SEM DIGITACAO.
       OFERECE-DEVOLUCAO-TOTAL.
           DISPLAY "NOTA DEVOLVIDA NA ENTREGA EM " ENTREGA-BAIXA-DIA
                   "/" ENTREGA-BAIXA-MES "/" ENTREGA-BAIXA-ANO
                   " - " ENTREGA-MOTIVO.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-DEVOLUCAO-TOTAL
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               MOVE 1 TO ITEM-ESCOLHIDO
               PERFORM DEVOLVE-SALDO-DO-ITEM
                       UNTIL ITEM-ESCOLHIDO IS GREATER THAN
                             NOTA-QTD-ITENS
               MOVE "S" TO FIM-DA-DEVOLUCAO-SW.

       PERGUNTA-DEVOLUCAO-TOTAL.
           DISPLAY "DEVOLVER TODOS OS ITENS DA NOTA ? (S/N)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

       DEVOLVE-SALDO-DO-ITEM.
           COMPUTE QTD-DISPONIVEL =
                   NOTA-ITEM-QUANTIDADE(ITEM-ESCOLHIDO) -
                   JADEV-QTD(ITEM-ESCOLHIDO).
           IF QTD-DISPONIVEL IS GREATER THAN ZEROS
               MOVE QTD-DISPONIVEL TO QTD-DEVOLVIDA
               PERFORM GRAVA-ITEM-DEVOLVIDO.
           ADD 1 TO ITEM-ESCOLHIDO.

       ANOTA-CREDITO-NA-ENTREGA.
           OPEN I-O ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS EQUAL "00"
               MOVE NCRED-NOTA-ORIGEM TO ENTREGA-NOTA
               READ ARQUIVO-ENTREGA
                    INVALID KEY
                    MOVE "N" TO ENTREGA-SEM-CREDITO-SW
               END-READ
               IF ENTREGA-SEM-CREDITO
                   MOVE NCRED-NUMERO TO ENTREGA-NCRED
                   REWRITE ENTREGA-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO ANOTAR O CREDITO NA ENTREGA - "
                               "STATUS : " ENTREGA-ARQ-STATUS
                   END-REWRITE
                   DISPLAY "DEVOLUCAO NA ENTREGA DA NOTA "
                           NCRED-NOTA-ORIGEM " BAIXADA PELA NOTA DE "
                           "CREDITO " NCRED-NUMERO ".".
           CLOSE ARQUIVO-ENTREGA.
