       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG164.

      *    ROTINA CENTRAL DE SALDO DE ESTOQUE POR FILIAL, CHAMADA POR
      *    CALL COM A AREA DE PARAMETROS SLDFILPARM - E' O UNICO
      *    PROGRAMA QUE GRAVA ESTFIL.DAT. A EMISSAO DE NOTAS (PROG59
      *    E PROG111) BAIXA O SALDO DA FILIAL DA NOTA, O RECEBIMENTO
      *    (PROG97) ENTRA NA FILIAL ESCOLHIDA, CANCELAMENTO (PROG99) E
      *    DEVOLUCAO (PROG105) VOLTAM PARA A FILIAL DA NOTA, O
      *    INVENTARIO (PROG162) AJUSTA A FILIAL CONTADA E AS
      *    TRANSFERENCIAS (PROG165) MOVEM ENTRE FILIAIS PASSANDO PELO
      *    EM TRANSITO DO DESTINO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELESTFIL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDESTFIL.cob".

       WORKING-STORAGE SECTION.

       01  ESTFIL-ARQ-STATUS       PIC X(02).
       01  REGISTRO-EXISTE-SW      PIC X(01).
           88 REGISTRO-EXISTE      VALUE "S".
       01  EM-TRANSITO-CALCULADO   PIC S9(07).
       01  FINAL-ESTFIL            PIC X.

       LINKAGE SECTION.

           COPY "SLDFILPARM.cob".

       PROCEDURE DIVISION USING SLDFIL-PARAMETROS.

       PROGRAM-BEGIN.

           MOVE "N" TO SLDFIL-RESULTADO.
           MOVE ZEROS TO SLDFIL-SALDO.
           MOVE ZEROS TO SLDFIL-EM-TRANSITO.
           IF SLDFIL-CONSULTAR
               PERFORM TRATA-CONSULTA
           ELSE
               IF SLDFIL-MOVIMENTAR OR SLDFIL-TRANSITO
                   PERFORM TRATA-MOVIMENTO
               ELSE
                   IF SLDFIL-SOMAR
                       PERFORM TRATA-SOMA.

       PROGRAM-DONE.
           GOBACK.

      *    NA CONSULTA O ARQUIVO AINDA NAO CRIADO (OPTIONAL, STATUS
      *    "05") SIGNIFICA SALDO ZERO EM TODAS AS FILIAIS.
       TRATA-CONSULTA.
           OPEN INPUT ARQUIVO-ESTFIL.
           IF ESTFIL-ARQ-STATUS IS EQUAL "00"
                   OR ESTFIL-ARQ-STATUS IS EQUAL "05"
               PERFORM LE-REGISTRO-DA-FILIAL
               MOVE "S" TO SLDFIL-RESULTADO
               MOVE ESTFIL-SALDO       TO SLDFIL-SALDO
               MOVE ESTFIL-EM-TRANSITO TO SLDFIL-EM-TRANSITO
               CLOSE ARQUIVO-ESTFIL
           ELSE
               DISPLAY "SALDO POR FILIAL INDISPONIVEL - STATUS : "
                       ESTFIL-ARQ-STATUS.

      *    SOMA DO PRODUTO EM TODAS AS FILIAIS - AS FILIAIS DE UM
      *    PRODUTO FICAM JUNTAS NA CHAVE.
       TRATA-SOMA.
           OPEN INPUT ARQUIVO-ESTFIL.
           IF ESTFIL-ARQ-STATUS IS EQUAL "00"
                   OR ESTFIL-ARQ-STATUS IS EQUAL "05"
               MOVE "S" TO SLDFIL-RESULTADO
               MOVE SLDFIL-PRODUTO TO ESTFIL-PRODUTO
               MOVE ZEROS TO ESTFIL-FILIAL
               START ARQUIVO-ESTFIL KEY IS NOT LESS THAN ESTFIL-CHAVE
                     INVALID KEY
                     MOVE "S" TO FINAL-ESTFIL
                     NOT INVALID KEY
                     MOVE "N" TO FINAL-ESTFIL
               END-START
               IF FINAL-ESTFIL IS EQUAL "N"
                   PERFORM LEIA-PROXIMO-ESTFIL
                   PERFORM SOMA-UMA-FILIAL
                           UNTIL FINAL-ESTFIL IS EQUAL "S"
               END-IF
               CLOSE ARQUIVO-ESTFIL
           ELSE
               DISPLAY "SALDO POR FILIAL INDISPONIVEL - STATUS : "
                       ESTFIL-ARQ-STATUS.

       LEIA-PROXIMO-ESTFIL.
           READ ARQUIVO-ESTFIL NEXT RECORD AT END
           MOVE "S" TO FINAL-ESTFIL.
           IF FINAL-ESTFIL IS EQUAL "N"
                   AND ESTFIL-PRODUTO IS NOT EQUAL SLDFIL-PRODUTO
               MOVE "S" TO FINAL-ESTFIL.

       SOMA-UMA-FILIAL.
           ADD ESTFIL-SALDO       TO SLDFIL-SALDO.
           ADD ESTFIL-EM-TRANSITO TO SLDFIL-EM-TRANSITO.
           PERFORM LEIA-PROXIMO-ESTFIL.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       TRATA-MOVIMENTO.
           OPEN I-O ARQUIVO-ESTFIL.
           IF ESTFIL-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ESTFIL
               CLOSE ARQUIVO-ESTFIL
               OPEN I-O ARQUIVO-ESTFIL.
           IF ESTFIL-ARQ-STATUS IS EQUAL "00"
               PERFORM LE-REGISTRO-DA-FILIAL
               PERFORM APLICA-QUANTIDADE
               PERFORM GRAVA-REGISTRO-DA-FILIAL
               CLOSE ARQUIVO-ESTFIL
           ELSE
               DISPLAY "SALDO POR FILIAL INDISPONIVEL - STATUS : "
                       ESTFIL-ARQ-STATUS.

       LE-REGISTRO-DA-FILIAL.
           MOVE SLDFIL-PRODUTO TO ESTFIL-PRODUTO.
           MOVE SLDFIL-FILIAL  TO ESTFIL-FILIAL.
           MOVE "S" TO REGISTRO-EXISTE-SW.
           READ ARQUIVO-ESTFIL
                INVALID KEY
                MOVE "N" TO REGISTRO-EXISTE-SW
                MOVE SLDFIL-PRODUTO TO ESTFIL-PRODUTO
                MOVE SLDFIL-FILIAL  TO ESTFIL-FILIAL
                MOVE ZEROS TO ESTFIL-SALDO
                MOVE ZEROS TO ESTFIL-EM-TRANSITO.

      *    O SALDO DA FILIAL PODE FICAR NEGATIVO (VENDA SEM SALDO,
      *    COMO NO TOTAL DO PRODUTO) - O EM TRANSITO NAO.
       APLICA-QUANTIDADE.
           IF SLDFIL-MOVIMENTAR
               ADD SLDFIL-QUANTIDADE TO ESTFIL-SALDO
           ELSE
               COMPUTE EM-TRANSITO-CALCULADO =
                       ESTFIL-EM-TRANSITO + SLDFIL-QUANTIDADE
               IF EM-TRANSITO-CALCULADO IS LESS THAN ZEROS
                   MOVE ZEROS TO ESTFIL-EM-TRANSITO
               ELSE
                   MOVE EM-TRANSITO-CALCULADO TO ESTFIL-EM-TRANSITO.

       GRAVA-REGISTRO-DA-FILIAL.
           IF REGISTRO-EXISTE
               REWRITE ESTFIL-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O SALDO DA FILIAL - "
                               "STATUS : " ESTFIL-ARQ-STATUS
           ELSE
               WRITE ESTFIL-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O SALDO DA FILIAL - "
                             "STATUS : " ESTFIL-ARQ-STATUS.
           IF ESTFIL-ARQ-STATUS IS EQUAL "00"
               MOVE "S" TO SLDFIL-RESULTADO
               MOVE ESTFIL-SALDO       TO SLDFIL-SALDO
               MOVE ESTFIL-EM-TRANSITO TO SLDFIL-EM-TRANSITO.
