      *    MARCANDO OS PRODUTOS ABAIXO DO ESTOQUE MINIMO E OS COM
      *    SALDO NEGATIVO (VENDIDOS SEM SALDO), NO PADRAO DE
      *    CABECALHO/RODAPE DO PROG60.
      *    2026-10-15 ABAIXO DE CADA PRODUTO SAI O SALDO DE CADA
      *    FILIAL (ESTFIL.DAT) COM O QUE ESTA EM TRANSITO PARA ELA,
      *    MARCANDO A FILIAL NEGATIVA E O SALDO DO PRODUTO AINDA NAO
      *    DISTRIBUIDO ENTRE AS FILIAIS (IMPLANTACAO NO PROG165).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELESTFIL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDESTFIL.cob".

       WORKING-STORAGE SECTION.

       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  FINAL-PRODUTO           PIC X.
       01  ESTFIL-ARQ-STATUS       PIC X(02).
       01  FINAL-ESTFIL            PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
       01  TOTAL-NEGATIVOS         PIC 9(04) VALUE ZEROS.
       01  SALDO-EDITADO           PIC ZZZ,ZZ9-.
       01  MINIMO-EDITADO          PIC ZZZ,ZZ9.
       01  TRANSITO-EDITADO        PIC ZZZ,ZZ9.
       01  TOTAL-DAS-FILIAIS       PIC S9(07).
       01  SALDO-SEM-FILIAL        PIC S9(07).
       01  TOTAL-FILIAIS-NEGATIVAS PIC 9(04) VALUE ZEROS.
       01  TOTAL-NAO-DISTRIBUIDOS  PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           OPEN INPUT ARQUIVO-ESTFIL.

           MOVE LOW-VALUES TO PRODUTO-CODIGO.
           START ARQUIVO-PRODUTO KEY IS NOT LESS THAN PRODUTO-CODIGO
               PERFORM LISTA-POSICAO-PRODUTO
                       UNTIL FINAL-PRODUTO IS EQUAL "S".
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-ESTFIL.

           DISPLAY "==============================================".
           DISPLAY "PRODUTOS LISTADOS      : " TOTAL-PRODUTOS.
           DISPLAY "ABAIXO DO MINIMO       : " TOTAL-ABAIXO-MINIMO.
           DISPLAY "COM SALDO NEGATIVO     : " TOTAL-NEGATIVOS.
           DISPLAY "FILIAIS NEGATIVAS      : " TOTAL-FILIAIS-NEGATIVAS.
           DISPLAY "NAO DISTRIBUIDOS       : " TOTAL-NAO-DISTRIBUIDOS.
           DISPLAY "==============================================".

       PROGRAM-DONE.
                       PRODUTO-ESTOQUE-MINIMO
                   ADD 1 TO TOTAL-ABAIXO-MINIMO
                   DISPLAY "  ** ABAIXO DO ESTOQUE MINIMO - REPOR **".
           PERFORM LISTA-SALDOS-DAS-FILIAIS.
           ADD 1 TO TOTAL-PRODUTOS.
           PERFORM LEIA-PROXIMO-PRODUTO.

      *    AS FILIAIS DO PRODUTO FICAM JUNTAS NA CHAVE DE ESTFIL.DAT.
      *    O TOTAL DO PRODUTO E' A SOMA DAS FILIAIS MAIS O QUE ESTA
      *    EM TRANSITO - A SOBRA E' SALDO AINDA SEM FILIAL.
       LISTA-SALDOS-DAS-FILIAIS.
           MOVE ZEROS TO TOTAL-DAS-FILIAIS.
           MOVE PRODUTO-CODIGO TO ESTFIL-PRODUTO.
           MOVE ZEROS TO ESTFIL-FILIAL.
           START ARQUIVO-ESTFIL KEY IS NOT LESS THAN ESTFIL-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ESTFIL
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ESTFIL.
           IF FINAL-ESTFIL IS EQUAL "N"
               PERFORM LEIA-PROXIMO-ESTFIL
               PERFORM LISTA-UMA-FILIAL
                       UNTIL FINAL-ESTFIL IS EQUAL "S".
           COMPUTE SALDO-SEM-FILIAL =
                   PRODUTO-SALDO-ESTOQUE - TOTAL-DAS-FILIAIS.
           IF SALDO-SEM-FILIAL IS NOT EQUAL ZEROS
               ADD 1 TO TOTAL-NAO-DISTRIBUIDOS
               MOVE SALDO-SEM-FILIAL TO SALDO-EDITADO
               DISPLAY "    SEM FILIAL   SALDO " SALDO-EDITADO
                       "  ** IMPLANTAR NO PROG165 **".

       LEIA-PROXIMO-ESTFIL.
           READ ARQUIVO-ESTFIL NEXT RECORD AT END
           MOVE "S" TO FINAL-ESTFIL.
           IF FINAL-ESTFIL IS EQUAL "N"
                   AND ESTFIL-PRODUTO IS NOT EQUAL PRODUTO-CODIGO
               MOVE "S" TO FINAL-ESTFIL.

       LISTA-UMA-FILIAL.
           ADD ESTFIL-SALDO TO TOTAL-DAS-FILIAIS.
           ADD ESTFIL-EM-TRANSITO TO TOTAL-DAS-FILIAIS.
           MOVE ESTFIL-SALDO TO SALDO-EDITADO.
           MOVE ESTFIL-EM-TRANSITO TO TRANSITO-EDITADO.
           DISPLAY "    FILIAL " ESTFIL-FILIAL " SALDO " SALDO-EDITADO
                   " EM TRANSITO " TRANSITO-EDITADO.
           IF ESTFIL-SALDO IS LESS THAN ZEROS
               ADD 1 TO TOTAL-FILIAIS-NEGATIVAS
               DISPLAY "    ** FILIAL COM SALDO NEGATIVO **".
           PERFORM LEIA-PROXIMO-ESTFIL.
