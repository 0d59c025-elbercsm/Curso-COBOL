       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG161.

      *    MARGEM BRUTA POR PRODUTO E FILIAL NO MES - A RECEITA VEM
      *    DOS ITENS DAS NOTAS NAO CANCELADAS EMITIDAS NO MES
      *    (NOTAFISC.DAT) E O CUSTO DAS SAIDAS DE ESTOQUE DESSAS
      *    NOTAS (ESTOQMOV.DAT), PELO CUSTO MEDIO GRAVADO EM CADA
      *    MOVIMENTO NA EMISSAO. O RELATORIO MARGEM.REL TRAZ, POR
      *    FILIAL, CADA PRODUTO COM QUANTIDADE, RECEITA, CMV, MARGEM
      *    BRUTA E PERCENTUAL, COM O TOTAL DA FILIAL E O GERAL.
      *    PRODUTO COM SAIDA SEM CUSTO (ANTERIOR AO CUSTO MEDIO OU
      *    SEM ENTRADA COM CUSTO) SAI MARCADO COM "*" - A MARGEM
      *    DELE ESTA SUPERESTIMADA. ITENS SEM CODIGO DE PRODUTO
      *    (NOTAS ANTIGAS) ENTRAM COMO PRODUTO ZERO, SEM CUSTO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELPRODUTO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "MARGEM.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDPRODUTO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-RELATORIO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

      *    ACUMULADOS POR FILIAL E PRODUTO, MANTIDOS NA ORDEM DA
      *    CHAVE - A INCLUSAO DESLOCA OS ITENS MAIORES PARA ABRIR O
      *    LUGAR, E O RELATORIO SAI DIRETO NA ORDEM DA TABELA.
       01  TABELA-MARGEM.
           05 QTD-MARGEM           PIC 9(04) VALUE ZEROS.
           05 MARGEM-ITEM OCCURS 2000 TIMES.
               10 MARGEM-CHAVE.
                   15 MARGEM-FILIAL      PIC 9(03).
                   15 MARGEM-PRODUTO     PIC 9(06).
               10 MARGEM-QUANTIDADE      PIC 9(08).
               10 MARGEM-RECEITA         PIC 9(10)V9(02).
               10 MARGEM-CUSTO           PIC 9(10)V9(02).
               10 MARGEM-SEM-CUSTO       PIC X(01).
       01  IDX-MARGEM              PIC 9(04).
       01  IDX-DESLOCA             PIC 9(04).
       01  IDX-ITEM                PIC 9(02).

       01  CHAVE-PROCURADA.
           05 PROCURADA-FILIAL     PIC 9(03).
           05 PROCURADA-PRODUTO    PIC 9(06).

       01  CUSTO-MOVIMENTO         PIC 9(10)V9(02).
       01  MARGEM-CALCULADA        PIC S9(10)V9(02).
       01  PERCENTUAL-CALCULADO    PIC S9(05)V9(02).
       01  BASE-PERCENTUAL         PIC 9(11)V9(02).

       01  FILIAL-ANTERIOR         PIC 9(03).
       01  FILIAL-RECEITA          PIC 9(11)V9(02) VALUE ZEROS.
       01  FILIAL-CUSTO            PIC 9(11)V9(02) VALUE ZEROS.
       01  GERAL-RECEITA           PIC 9(11)V9(02) VALUE ZEROS.
       01  GERAL-CUSTO             PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-NOTAS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-CUSTO         PIC 9(06) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-PRODUTO          PIC 9(06).
           05 DET-MARCA            PIC X(01).
           05 DET-DESCRICAO        PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-QUANTIDADE       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-RECEITA          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CUSTO            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-MARGEM           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PERCENTUAL       PIC ZZ9.99-.

       01  LINHA-TOTAL.
           05 TOT-TITULO           PIC X(29).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TOT-RECEITA          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TOT-CUSTO            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TOT-MARGEM           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TOT-PERCENTUAL       PIC ZZ9.99-.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- MARGEM BRUTA POR PRODUTO E FILIAL ----".
           PERFORM PEDE-COMPETENCIA.

           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM SOMA-RECEITA-DAS-NOTAS.
           PERFORM SOMA-CUSTO-DAS-SAIDAS.
           CLOSE ARQUIVO-NOTA.

           PERFORM IMPRIME-MARGEM.

           DISPLAY "NOTAS DO MES            : " TOTAL-NOTAS.
           DISPLAY "PRODUTOS/FILIAL LISTADOS: " QTD-MARGEM.
           IF TOTAL-SEM-CUSTO IS GREATER THAN ZEROS
               DISPLAY "AVISO - " TOTAL-SEM-CUSTO " SAIDA(S) SEM "
                       "CUSTO MEDIO - MARCADAS COM * EM MARGEM.REL."
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM MARGEM.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    A COMPETENCIA EM BRANCO ASSUME O MES CORRENTE.
       PEDE-COMPETENCIA.
           DISPLAY "MES DO RELATORIO (AAAAMM - ENTER = MES "
                   "CORRENTE) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO
               MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA
                        TO COMPETENCIA-RELATORIO.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *===============================================================
      *    RECEITA - OS ITENS DAS NOTAS DO MES, CANCELADAS FORA E
      *    PERDAS DENTRO (A VENDA EXISTIU), COMO NA EXTRACAO DO
      *    FATURAMENTO (PROG108).
      *===============================================================
       SOMA-RECEITA-DAS-NOTAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM SOMA-UMA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UMA-NOTA.
           IF NOTA-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NOTA-DATA-MES IS EQUAL COMPETENCIA-MES
                   AND NOT NOTA-CANCELADA
               ADD 1 TO TOTAL-NOTAS
               MOVE 1 TO IDX-ITEM
               PERFORM SOMA-UM-ITEM-DA-NOTA
                       UNTIL IDX-ITEM IS GREATER THAN NOTA-QTD-ITENS.
           PERFORM LEIA-PROXIMA-NOTA.

       SOMA-UM-ITEM-DA-NOTA.
           MOVE NOTA-FILIAL TO PROCURADA-FILIAL.
           IF NOTA-ITEM-PRODUTO(IDX-ITEM) IS NUMERIC
               MOVE NOTA-ITEM-PRODUTO(IDX-ITEM) TO PROCURADA-PRODUTO
           ELSE
               MOVE ZEROS TO PROCURADA-PRODUTO.
           PERFORM LOCALIZA-OU-INCLUI-CHAVE.
           ADD NOTA-ITEM-QUANTIDADE(IDX-ITEM)
               TO MARGEM-QUANTIDADE(IDX-MARGEM).
           ADD NOTA-ITEM-VALOR-TOTAL(IDX-ITEM)
               TO MARGEM-RECEITA(IDX-MARGEM).
           IF PROCURADA-PRODUTO IS EQUAL ZEROS
               MOVE "S" TO MARGEM-SEM-CUSTO(IDX-MARGEM).
           ADD 1 TO IDX-ITEM.

      *===============================================================
      *    CUSTO - AS SAIDAS DO LIVRO DE ESTOQUE DAS NOTAS
      *    CONSIDERADAS NA RECEITA, PELO CUSTO MEDIO DO MOVIMENTO.
      *    A NOTA E' LIDA PELA CHAVE PARA SABER O MES E A FILIAL.
      *===============================================================
       SOMA-CUSTO-DAS-SAIDAS.
           OPEN INPUT ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ESTOQMOV
               PERFORM SOMA-UM-MOVIMENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-ESTOQMOV.

       LEIA-PROXIMO-ESTOQMOV.
           READ ARQUIVO-ESTOQMOV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-UM-MOVIMENTO.
           IF ESTOQMOV-SAIDA
               MOVE ESTOQMOV-NOTA TO NOTA-NUMERO
               READ ARQUIVO-NOTA
                    INVALID KEY
                    MOVE "C" TO NOTA-SITUACAO
               END-READ
               IF NOTA-DATA-ANO IS EQUAL COMPETENCIA-ANO
                       AND NOTA-DATA-MES IS EQUAL COMPETENCIA-MES
                       AND NOT NOTA-CANCELADA
                   PERFORM SOMA-CUSTO-DE-UMA-SAIDA.
           PERFORM LEIA-PROXIMO-ESTOQMOV.

       SOMA-CUSTO-DE-UMA-SAIDA.
           MOVE NOTA-FILIAL      TO PROCURADA-FILIAL.
           MOVE ESTOQMOV-PRODUTO TO PROCURADA-PRODUTO.
           PERFORM LOCALIZA-OU-INCLUI-CHAVE.
           IF ESTOQMOV-CUSTO-UNIT IS EQUAL ZEROS
               MOVE "S" TO MARGEM-SEM-CUSTO(IDX-MARGEM)
               ADD 1 TO TOTAL-SEM-CUSTO
           ELSE
               COMPUTE CUSTO-MOVIMENTO ROUNDED =
                       ESTOQMOV-QUANTIDADE * ESTOQMOV-CUSTO-UNIT
               ADD CUSTO-MOVIMENTO TO MARGEM-CUSTO(IDX-MARGEM).

      *    PROCURA A CHAVE NA TABELA ORDENADA - PARA NO PRIMEIRO
      *    ITEM IGUAL OU MAIOR. NAO ACHANDO, ABRE O LUGAR NESSA
      *    POSICAO E INCLUI A CHAVE ZERADA.
       LOCALIZA-OU-INCLUI-CHAVE.
           MOVE 1 TO IDX-MARGEM.
           PERFORM AVANCA-MARGEM
                   UNTIL IDX-MARGEM IS GREATER THAN QTD-MARGEM
                   OR MARGEM-CHAVE(IDX-MARGEM) IS NOT LESS THAN
                      CHAVE-PROCURADA.
           IF IDX-MARGEM IS GREATER THAN QTD-MARGEM
                   OR MARGEM-CHAVE(IDX-MARGEM) IS NOT EQUAL
                      CHAVE-PROCURADA
               PERFORM INCLUI-CHAVE-NA-POSICAO.

       AVANCA-MARGEM.
           ADD 1 TO IDX-MARGEM.

       INCLUI-CHAVE-NA-POSICAO.
           IF QTD-MARGEM IS GREATER THAN OR EQUAL 2000
               DISPLAY "TABELA DE PRODUTOS POR FILIAL CHEIA "
                       "(LIMITE 2000) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE QTD-MARGEM TO IDX-DESLOCA.
           PERFORM DESLOCA-UM-ITEM
                   UNTIL IDX-DESLOCA IS LESS THAN IDX-MARGEM.
           ADD 1 TO QTD-MARGEM.
           MOVE CHAVE-PROCURADA TO MARGEM-CHAVE(IDX-MARGEM).
           MOVE ZEROS TO MARGEM-QUANTIDADE(IDX-MARGEM).
           MOVE ZEROS TO MARGEM-RECEITA(IDX-MARGEM).
           MOVE ZEROS TO MARGEM-CUSTO(IDX-MARGEM).
           MOVE "N" TO MARGEM-SEM-CUSTO(IDX-MARGEM).

       DESLOCA-UM-ITEM.
           MOVE MARGEM-ITEM(IDX-DESLOCA)
                TO MARGEM-ITEM(IDX-DESLOCA + 1).
           SUBTRACT 1 FROM IDX-DESLOCA.

      *===============================================================
      *    RELATORIO - UMA LINHA POR PRODUTO, QUEBRA POR FILIAL COM
      *    O TOTAL DELA, E O TOTAL GERAL NO FIM.
      *===============================================================
       IMPRIME-MARGEM.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MARGEM BRUTA POR PRODUTO E FILIAL - MES "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTO DESCRICAO     QTDE       RECEITA"
                  "           CMV        MARGEM      %"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE 1 TO IDX-MARGEM.
           IF QTD-MARGEM IS GREATER THAN ZEROS
               MOVE MARGEM-FILIAL(1) TO FILIAL-ANTERIOR
               PERFORM IMPRIME-CABECALHO-FILIAL.
           PERFORM IMPRIME-UM-PRODUTO
                   UNTIL IDX-MARGEM IS GREATER THAN QTD-MARGEM.
           IF QTD-MARGEM IS GREATER THAN ZEROS
               PERFORM IMPRIME-TOTAL-FILIAL.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL"  TO TOT-TITULO.
           MOVE GERAL-RECEITA  TO TOT-RECEITA.
           MOVE GERAL-CUSTO    TO TOT-CUSTO.
           COMPUTE MARGEM-CALCULADA = GERAL-RECEITA - GERAL-CUSTO.
           MOVE MARGEM-CALCULADA TO TOT-MARGEM.
           MOVE GERAL-RECEITA  TO BASE-PERCENTUAL.
           PERFORM CALCULA-PERCENTUAL.
           MOVE PERCENTUAL-CALCULADO TO TOT-PERCENTUAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-PRODUTO.

       IMPRIME-CABECALHO-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FILIAL " FILIAL-ANTERIOR
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO FILIAL-RECEITA.
           MOVE ZEROS TO FILIAL-CUSTO.

       IMPRIME-UM-PRODUTO.
           IF MARGEM-FILIAL(IDX-MARGEM) IS NOT EQUAL FILIAL-ANTERIOR
               PERFORM IMPRIME-TOTAL-FILIAL
               MOVE MARGEM-FILIAL(IDX-MARGEM) TO FILIAL-ANTERIOR
               PERFORM IMPRIME-CABECALHO-FILIAL.
           MOVE MARGEM-PRODUTO(IDX-MARGEM) TO DET-PRODUTO.
           MOVE SPACE TO DET-MARCA.
           IF MARGEM-SEM-CUSTO(IDX-MARGEM) IS EQUAL "S"
               MOVE "*" TO DET-MARCA.
           MOVE "SEM CODIGO" TO DET-DESCRICAO.
           IF MARGEM-PRODUTO(IDX-MARGEM) IS GREATER THAN ZEROS
               MOVE MARGEM-PRODUTO(IDX-MARGEM) TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                    INVALID KEY
                    MOVE "NAO CADASTRADO" TO DET-DESCRICAO
                    NOT INVALID KEY
                    MOVE PRODUTO-DESCRICAO TO DET-DESCRICAO.
           MOVE MARGEM-QUANTIDADE(IDX-MARGEM) TO DET-QUANTIDADE.
           MOVE MARGEM-RECEITA(IDX-MARGEM)    TO DET-RECEITA.
           MOVE MARGEM-CUSTO(IDX-MARGEM)      TO DET-CUSTO.
           COMPUTE MARGEM-CALCULADA = MARGEM-RECEITA(IDX-MARGEM)
                                    - MARGEM-CUSTO(IDX-MARGEM).
           MOVE MARGEM-CALCULADA TO DET-MARGEM.
           ADD MARGEM-RECEITA(IDX-MARGEM) TO FILIAL-RECEITA.
           ADD MARGEM-CUSTO(IDX-MARGEM)   TO FILIAL-CUSTO.
           ADD MARGEM-RECEITA(IDX-MARGEM) TO GERAL-RECEITA.
           ADD MARGEM-CUSTO(IDX-MARGEM)   TO GERAL-CUSTO.
           IF MARGEM-RECEITA(IDX-MARGEM) IS GREATER THAN ZEROS
               COMPUTE PERCENTUAL-CALCULADO ROUNDED =
                       MARGEM-CALCULADA * 100 /
                       MARGEM-RECEITA(IDX-MARGEM)
           ELSE
               MOVE ZEROS TO PERCENTUAL-CALCULADO.
           MOVE PERCENTUAL-CALCULADO TO DET-PERCENTUAL.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-MARGEM.

       IMPRIME-TOTAL-FILIAL.
           MOVE SPACES TO TOT-TITULO.
           STRING "TOTAL DA FILIAL " FILIAL-ANTERIOR
                  DELIMITED BY SIZE INTO TOT-TITULO.
           MOVE FILIAL-RECEITA TO TOT-RECEITA.
           MOVE FILIAL-CUSTO   TO TOT-CUSTO.
           COMPUTE MARGEM-CALCULADA = FILIAL-RECEITA - FILIAL-CUSTO.
           MOVE MARGEM-CALCULADA TO TOT-MARGEM.
           MOVE FILIAL-RECEITA TO BASE-PERCENTUAL.
           PERFORM CALCULA-PERCENTUAL.
           MOVE PERCENTUAL-CALCULADO TO TOT-PERCENTUAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    PERCENTUAL DA MARGEM SOBRE A RECEITA EM BASE-PERCENTUAL.
       CALCULA-PERCENTUAL.
           IF BASE-PERCENTUAL IS GREATER THAN ZEROS
               COMPUTE PERCENTUAL-CALCULADO ROUNDED =
                       MARGEM-CALCULADA * 100 / BASE-PERCENTUAL
           ELSE
               MOVE ZEROS TO PERCENTUAL-CALCULADO.
