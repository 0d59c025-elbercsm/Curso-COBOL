       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG230.

      *    ROTINA CENTRAL DA APROVACAO DE TITULOS A PAGAR, CHAMADA
      *    POR CALL COM A AREA DE PARAMETROS APRPAGPARM - E' O UNICO
      *    PROGRAMA QUE INCLUI PEDIDOS NA FILA APROVPAG.DAT. TITULO
      *    DE VALOR ACIMA DO LIMITE OU DE FORNECEDOR CADASTRADO HA
      *    POUCOS DIAS (LIMPAG.DAT) ENTRA NA FILA E DEVE SER GRAVADO
      *    PENDENTE PELO CHAMADOR - ASSIM QUEM LANCA O TITULO NAO
      *    CONSEGUE SOZINHO LANCAR E PAGAR. CHAMADA PELO LANCAMENTO
      *    MANUAL (PROG146, TAMBEM NA LIBERACAO DOS RETIDOS) E PELA
      *    GERACAO DAS DESPESAS RECORRENTES (PROG229). A DECISAO DA
      *    FILA E' O PROG231.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLIMPAG.cob".
           COPY "SELAPROVPAG.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLIMPAG.cob".
           COPY "FDAPROVPAG.cob".

       WORKING-STORAGE SECTION.

           COPY "DTVALPARM.cob".

       01  LIMPAG-ARQ-STATUS       PIC X(02).
       01  APROVPAG-ARQ-STATUS     PIC X(02).

       01  DATA-CORRENTE           PIC 9(08).
       01  VALOR-LIMITE            PIC 9(08)V9(02).
       01  DIAS-FORNEC-NOVO        PIC 9(03).
       01  VALOR-ACIMA-SW          PIC X(01).
           88 VALOR-ACIMA          VALUE "S".
       01  FORNEC-NOVO-SW          PIC X(01).
           88 FORNEC-NOVO          VALUE "S".

       LINKAGE SECTION.

           COPY "APRPAGPARM.cob".

       PROCEDURE DIVISION USING APRPAG-PARAMETROS.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE "N" TO APRPAG-RESULTADO.
           MOVE SPACES TO APRPAG-MOTIVO.
           PERFORM CARREGA-LIMITES.
           PERFORM VERIFICA-VALOR.
           PERFORM VERIFICA-FORNECEDOR-NOVO.
           IF VALOR-ACIMA OR FORNEC-NOVO
               PERFORM MONTA-MOTIVO
               PERFORM INCLUI-PEDIDO-NA-FILA
               MOVE "S" TO APRPAG-RESULTADO.

       PROGRAM-DONE.
           GOBACK.

      *    SEM O ARQUIVO DE LIMITES (OU COM A LINHA INVALIDA) VALEM
      *    R$ 10.000,00 E 30 DIAS.
       CARREGA-LIMITES.
           MOVE 10000.00 TO VALOR-LIMITE.
           MOVE 30 TO DIAS-FORNEC-NOVO.
           OPEN INPUT ARQUIVO-LIMPAG.
           IF LIMPAG-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-LIMPAG
               IF LIMPAG-ARQ-STATUS IS EQUAL "00"
                   IF LIMPAG-VALOR-LIMITE IS NUMERIC
                           AND LIMPAG-DIAS-FORNEC-NOVO IS NUMERIC
                       MOVE LIMPAG-VALOR-LIMITE TO VALOR-LIMITE
                       MOVE LIMPAG-DIAS-FORNEC-NOVO
                            TO DIAS-FORNEC-NOVO.
           CLOSE ARQUIVO-LIMPAG.

       VERIFICA-VALOR.
           MOVE "N" TO VALOR-ACIMA-SW.
           IF APRPAG-VALOR IS GREATER THAN VALOR-LIMITE
               MOVE "S" TO VALOR-ACIMA-SW.

      *    FORNECEDOR SEM DATA DE CADASTRO FOI INCLUIDO ANTES DO
      *    CAMPO E E' TRATADO COMO ANTIGO.
       VERIFICA-FORNECEDOR-NOVO.
           MOVE "N" TO FORNEC-NOVO-SW.
           IF APRPAG-FORNEC-CADASTRO IS NUMERIC
                   AND APRPAG-FORNEC-CADASTRO IS GREATER THAN ZEROS
               MOVE "D" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               MOVE APRPAG-FORNEC-CADASTRO TO DTVAL-DATA-1
               MOVE DATA-CORRENTE TO DTVAL-DATA-2
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-VALIDA
                       AND DTVAL-DIAS IS NOT GREATER THAN
                           DIAS-FORNEC-NOVO
                   MOVE "S" TO FORNEC-NOVO-SW.

       MONTA-MOTIVO.
           IF VALOR-ACIMA AND FORNEC-NOVO
               MOVE "ACIMA DO LIMITE E FORNEC NOVO" TO APRPAG-MOTIVO
           ELSE
               IF VALOR-ACIMA
                   MOVE "VALOR ACIMA DO LIMITE" TO APRPAG-MOTIVO
               ELSE
                   MOVE "FORNECEDOR RECEM-CADASTRADO"
                        TO APRPAG-MOTIVO.

       INCLUI-PEDIDO-NA-FILA.
           MOVE APRPAG-TITULO       TO APROVPAG-TITULO.
           MOVE APRPAG-FORNECEDOR   TO APROVPAG-FORNECEDOR.
           MOVE APRPAG-VALOR        TO APROVPAG-VALOR.
           MOVE APRPAG-MOTIVO       TO APROVPAG-MOTIVO.
           MOVE DATA-CORRENTE       TO APROVPAG-DATA-PEDIDO.
           MOVE APRPAG-SOLICITANTE  TO APROVPAG-SOLICITANTE.
           MOVE "P"                 TO APROVPAG-SITUACAO.
           MOVE SPACES              TO APROVPAG-APROVADOR.
           MOVE ZEROS               TO APROVPAG-DATA-DECISAO.
           OPEN EXTEND ARQUIVO-APROVPAG.
           IF APROVPAG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-APROVPAG.
           WRITE APROVPAG-REGISTRO.
           CLOSE ARQUIVO-APROVPAG.
