       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG172.

      *    LIVRO DE REGISTRO DE SAIDAS DA COMPETENCIA - LISTA EM
      *    LIVSAIDA.REL AS NOTAS EMITIDAS NO MES (NOTAFISC.DAT) COM
      *    O VALOR CONTABIL E O ICMS/ISS CALCULADOS NA EMISSAO
      *    (PROG170), AS NOTAS CANCELADAS MARCADAS SEM VALORES, E O
      *    RESUMO POR TIPO DE IMPOSTO, CFOP E ALIQUOTA. EM SEGUIDA
      *    VEM AS NOTAS DE CREDITO DO MES (NOTACRED.DAT) COM O
      *    IMPOSTO ESTORNADO, E NO FIM A APURACAO - IMPOSTO DAS
      *    SAIDAS MENOS O DAS DEVOLUCOES, A RECOLHER. NOTAS
      *    ANTERIORES AO IMPOSTO SAEM COMO SEM IMPOSTO. SAO AS
      *    MESMAS REGRAS DO LANCAMENTO CONTABIL DO PROG108.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELCLIENTE.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "LIVSAIDA.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDCLIENTE.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-NOTACRED          PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  COMPETENCIA-LIVRO.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

       01  IDX-ITEM                PIC 9(02).
       01  TIPO-DO-ITEM            PIC X(01).
       01  CFOP-DO-ITEM            PIC 9(04).
       01  ALIQUOTA-DO-ITEM        PIC 9(02)V9(02).
       01  BASE-DO-ITEM            PIC 9(08)V9(02).
       01  IMPOSTO-DO-ITEM         PIC 9(08)V9(02).
       01  ICMS-DA-NOTA            PIC 9(08)V9(02).
       01  ISS-DA-NOTA             PIC 9(08)V9(02).

      *    RESUMO DAS SAIDAS POR TIPO DE IMPOSTO, CFOP E ALIQUOTA, NA
      *    ORDEM EM QUE AS COMBINACOES APARECEM NO MES.
       01  TABELA-RESUMO.
           05 QTD-RESUMO           PIC 9(02) VALUE ZEROS.
           05 RESUMO-ITEM OCCURS 50 TIMES.
               10 RES-TIPO            PIC X(01).
               10 RES-CFOP            PIC 9(04).
               10 RES-ALIQUOTA        PIC 9(02)V9(02).
               10 RES-VALOR-CONTABIL  PIC 9(10)V9(02).
               10 RES-BASE            PIC 9(10)V9(02).
               10 RES-IMPOSTO         PIC 9(10)V9(02).
       01  IDX-RESUMO              PIC 9(02).
       01  RESUMO-ACHADO-SW        PIC X(01).
           88 RESUMO-ACHADO        VALUE "S".

       01  TOTAL-NOTAS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-CANCELADAS        PIC 9(06) VALUE ZEROS.
       01  TOTAL-CREDITOS          PIC 9(06) VALUE ZEROS.
       01  TOTAL-VALOR-CONTABIL    PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ICMS-SAIDAS       PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ISS-SAIDAS        PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-VALOR-DEVOLVIDO   PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ICMS-DEVOLVIDO    PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-ISS-DEVOLVIDO     PIC 9(10)V9(02) VALUE ZEROS.
       01  SALDO-IMPOSTO           PIC S9(10)V9(02).
       01  VALOR-EDITADO           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  LINHA-NOTA.
           05 LIN-NOTA             PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-DIA              PIC 9(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LIN-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-UF               PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-ICMS             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-ISS              PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-RESUMO.
           05 LIN-RES-TIPO         PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-RES-CFOP         PIC 9(04).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LIN-RES-ALIQUOTA     PIC Z9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LIN-RES-VALOR        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-RES-BASE         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-RES-IMPOSTO      PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM PEDE-COMPETENCIA.
           PERFORM ABRE-ARQUIVOS.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM IMPRIME-CABECALHO-SAIDAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM REGISTRA-UMA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           PERFORM IMPRIME-TOTAL-SAIDAS.
           PERFORM IMPRIME-RESUMO.
           PERFORM IMPRIME-DEVOLUCOES.
           PERFORM IMPRIME-APURACAO.
           CLOSE ARQUIVO-RELATORIO.

           CLOSE ARQUIVO-NOTA.
           CLOSE ARQUIVO-CLIENTE.

           DISPLAY "NOTAS NO LIVRO       : " TOTAL-NOTAS.
           DISPLAY "NOTAS CANCELADAS     : " TOTAL-CANCELADAS.
           DISPLAY "NOTAS DE CREDITO     : " TOTAL-CREDITOS.
           DISPLAY "LIVRO GRAVADO EM LIVSAIDA.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    A COMPETENCIA EM BRANCO ASSUME O MES ANTERIOR, O MES QUE
      *    NORMALMENTE SE ESCRITURA.
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DO LIVRO (AAAAMM - ENTER = MES "
                   "ANTERIOR) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               PERFORM ASSUME-MES-ANTERIOR
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-LIVRO.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       ASSUME-MES-ANTERIOR.
           MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO.
           MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES.
           IF COMPETENCIA-MES IS EQUAL 01
               SUBTRACT 1 FROM COMPETENCIA-ANO
               MOVE 12 TO COMPETENCIA-MES
           ELSE
               SUBTRACT 1 FROM COMPETENCIA-MES.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
              AND CLIENTE-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       IMPRIME-CABECALHO-SAIDAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIVRO DE REGISTRO DE SAIDAS - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NOTA    DIA  CLIENTE  UF  VALOR CONTABIL"
                  "           ICMS            ISS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *===============================================================
      *    UMA LINHA POR NOTA DA COMPETENCIA - A CANCELADA FICA NO
      *    LIVRO, SEM VALORES, PARA A NUMERACAO NAO TER FALHAS.
      *===============================================================
       REGISTRA-UMA-NOTA.
           IF NOTA-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NOTA-DATA-MES IS EQUAL COMPETENCIA-MES
               IF NOTA-CANCELADA
                   PERFORM IMPRIME-NOTA-CANCELADA
               ELSE
                   PERFORM IMPRIME-NOTA-DE-SAIDA.
           PERFORM LEIA-PROXIMA-NOTA.

       IMPRIME-NOTA-CANCELADA.
           ADD 1 TO TOTAL-CANCELADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING NOTA-NUMERO "  " NOTA-DATA-DIA "   "
                  NOTA-CLIENTE-CODIGO "      CANCELADA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-NOTA-DE-SAIDA.
           ADD 1 TO TOTAL-NOTAS.
           MOVE ZEROS TO ICMS-DA-NOTA.
           MOVE ZEROS TO ISS-DA-NOTA.
           MOVE 1 TO IDX-ITEM.
           PERFORM ACUMULA-UM-ITEM
                   UNTIL IDX-ITEM IS GREATER THAN NOTA-QTD-ITENS.
           MOVE NOTA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE SPACES TO CLIENTE-END-UF.
           MOVE NOTA-NUMERO         TO LIN-NOTA.
           MOVE NOTA-DATA-DIA       TO LIN-DIA.
           MOVE NOTA-CLIENTE-CODIGO TO LIN-CLIENTE.
           MOVE CLIENTE-END-UF      TO LIN-UF.
           MOVE NOTA-VALOR-TOTAL    TO LIN-VALOR.
           MOVE ICMS-DA-NOTA        TO LIN-ICMS.
           MOVE ISS-DA-NOTA         TO LIN-ISS.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD NOTA-VALOR-TOTAL TO TOTAL-VALOR-CONTABIL.
           ADD ICMS-DA-NOTA TO TOTAL-ICMS-SAIDAS.
           ADD ISS-DA-NOTA TO TOTAL-ISS-SAIDAS.

      *    ITEM SEM OS CAMPOS DE IMPOSTO (NOTA ANTERIOR A ELES) ENTRA
      *    NO RESUMO COMO SEM IMPOSTO, CFOP ZERO.
       ACUMULA-UM-ITEM.
           IF NOTA-ITEM-BASE(IDX-ITEM) IS NUMERIC
                   AND NOTA-ITEM-IMPOSTO(IDX-ITEM) IS NUMERIC
               MOVE NOTA-ITEM-TIPO-IMPOSTO(IDX-ITEM) TO TIPO-DO-ITEM
               MOVE NOTA-ITEM-CFOP(IDX-ITEM)     TO CFOP-DO-ITEM
               MOVE NOTA-ITEM-ALIQUOTA(IDX-ITEM) TO ALIQUOTA-DO-ITEM
               MOVE NOTA-ITEM-BASE(IDX-ITEM)     TO BASE-DO-ITEM
               MOVE NOTA-ITEM-IMPOSTO(IDX-ITEM)  TO IMPOSTO-DO-ITEM
           ELSE
               MOVE "N"   TO TIPO-DO-ITEM
               MOVE ZEROS TO CFOP-DO-ITEM
               MOVE ZEROS TO ALIQUOTA-DO-ITEM
               MOVE ZEROS TO BASE-DO-ITEM
               MOVE ZEROS TO IMPOSTO-DO-ITEM.
           IF TIPO-DO-ITEM IS EQUAL "I"
               ADD IMPOSTO-DO-ITEM TO ICMS-DA-NOTA.
           IF TIPO-DO-ITEM IS EQUAL "S"
               ADD IMPOSTO-DO-ITEM TO ISS-DA-NOTA.
           PERFORM PROCURA-LINHA-DO-RESUMO.
           IF RESUMO-ACHADO
               ADD NOTA-ITEM-VALOR-TOTAL(IDX-ITEM)
                   TO RES-VALOR-CONTABIL(IDX-RESUMO)
               ADD BASE-DO-ITEM TO RES-BASE(IDX-RESUMO)
               ADD IMPOSTO-DO-ITEM TO RES-IMPOSTO(IDX-RESUMO).
           ADD 1 TO IDX-ITEM.

      *    A COMBINACAO NOVA ABRE UMA LINHA NO RESUMO; COM A TABELA
      *    CHEIA O ITEM FICA SO NO TOTAL DA NOTA.
       PROCURA-LINHA-DO-RESUMO.
           MOVE "N" TO RESUMO-ACHADO-SW.
           MOVE 1 TO IDX-RESUMO.
           PERFORM COMPARA-LINHA-DO-RESUMO
                   UNTIL RESUMO-ACHADO
                   OR IDX-RESUMO IS GREATER THAN QTD-RESUMO.
           IF NOT RESUMO-ACHADO AND QTD-RESUMO IS LESS THAN 50
               ADD 1 TO QTD-RESUMO
               MOVE QTD-RESUMO       TO IDX-RESUMO
               MOVE TIPO-DO-ITEM     TO RES-TIPO(IDX-RESUMO)
               MOVE CFOP-DO-ITEM     TO RES-CFOP(IDX-RESUMO)
               MOVE ALIQUOTA-DO-ITEM TO RES-ALIQUOTA(IDX-RESUMO)
               MOVE ZEROS TO RES-VALOR-CONTABIL(IDX-RESUMO)
               MOVE ZEROS TO RES-BASE(IDX-RESUMO)
               MOVE ZEROS TO RES-IMPOSTO(IDX-RESUMO)
               MOVE "S" TO RESUMO-ACHADO-SW.

       COMPARA-LINHA-DO-RESUMO.
           IF RES-TIPO(IDX-RESUMO) IS EQUAL TIPO-DO-ITEM
                   AND RES-CFOP(IDX-RESUMO) IS EQUAL CFOP-DO-ITEM
                   AND RES-ALIQUOTA(IDX-RESUMO) IS EQUAL
                       ALIQUOTA-DO-ITEM
               MOVE "S" TO RESUMO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-RESUMO.

       IMPRIME-TOTAL-SAIDAS.
           MOVE TOTAL-VALOR-CONTABIL TO LIN-VALOR.
           MOVE TOTAL-ICMS-SAIDAS    TO LIN-ICMS.
           MOVE TOTAL-ISS-SAIDAS     TO LIN-ISS.
           MOVE ZEROS  TO LIN-NOTA.
           MOVE ZEROS  TO LIN-DIA.
           MOVE ZEROS  TO LIN-CLIENTE.
           MOVE SPACES TO LIN-UF.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           MOVE "TOTAL DAS SAIDAS" TO LINHA-RELATORIO(1:25).
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    RESUMO POR TIPO DE IMPOSTO, CFOP E ALIQUOTA.
      *===============================================================
       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESUMO POR CFOP E ALIQUOTA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TIPO  CFOP  ALIQUOTA    VALOR CONTABIL"
                  "    BASE DE CALCULO            IMPOSTO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-RESUMO.
           PERFORM IMPRIME-UMA-LINHA-RESUMO
                   UNTIL IDX-RESUMO IS GREATER THAN QTD-RESUMO.

       IMPRIME-UMA-LINHA-RESUMO.
           IF RES-TIPO(IDX-RESUMO) IS EQUAL "I"
               MOVE "ICMS" TO LIN-RES-TIPO
           ELSE
               IF RES-TIPO(IDX-RESUMO) IS EQUAL "S"
                   MOVE "ISS" TO LIN-RES-TIPO
               ELSE
                   MOVE "S/IM" TO LIN-RES-TIPO.
           MOVE RES-CFOP(IDX-RESUMO)           TO LIN-RES-CFOP.
           MOVE RES-ALIQUOTA(IDX-RESUMO)       TO LIN-RES-ALIQUOTA.
           MOVE RES-VALOR-CONTABIL(IDX-RESUMO) TO LIN-RES-VALOR.
           MOVE RES-BASE(IDX-RESUMO)           TO LIN-RES-BASE.
           MOVE RES-IMPOSTO(IDX-RESUMO)        TO LIN-RES-IMPOSTO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-RESUMO.

      *===============================================================
      *    NOTAS DE CREDITO DA COMPETENCIA - O IMPOSTO ESTORNADO NA
      *    DEVOLUCAO (PROG105) ABATE O DAS SAIDAS NA APURACAO.
      *===============================================================
       IMPRIME-DEVOLUCOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEVOLUCOES (NOTAS DE CREDITO) DA COMPETENCIA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NC      DIA  CLIENTE  UF  VALOR DEVOLVIDO"
                  "          ICMS            ISS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-NOTACRED.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM IMPRIME-UMA-DEVOLUCAO
                   UNTIL FINAL-NOTACRED IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.
           MOVE TOTAL-VALOR-DEVOLVIDO TO LIN-VALOR.
           MOVE TOTAL-ICMS-DEVOLVIDO  TO LIN-ICMS.
           MOVE TOTAL-ISS-DEVOLVIDO   TO LIN-ISS.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           MOVE "TOTAL DAS DEVOLUCOES" TO LINHA-RELATORIO(1:25).
           WRITE LINHA-RELATORIO.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-NOTACRED.

       IMPRIME-UMA-DEVOLUCAO.
           IF NCRED-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NCRED-DATA-MES IS EQUAL COMPETENCIA-MES
               PERFORM IMPRIME-NOTA-DE-CREDITO.
           PERFORM LEIA-PROXIMA-NOTACRED.

       IMPRIME-NOTA-DE-CREDITO.
           ADD 1 TO TOTAL-CREDITOS.
           MOVE NCRED-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE SPACES TO CLIENTE-END-UF.
           MOVE NCRED-NUMERO      TO LIN-NOTA.
           MOVE NCRED-DATA-DIA    TO LIN-DIA.
           MOVE NCRED-CLIENTE     TO LIN-CLIENTE.
           MOVE CLIENTE-END-UF    TO LIN-UF.
           MOVE NCRED-VALOR-TOTAL TO LIN-VALOR.
           ADD NCRED-VALOR-TOTAL TO TOTAL-VALOR-DEVOLVIDO.
           IF NCRED-TOTAL-ICMS IS NUMERIC
                   AND NCRED-TOTAL-ISS IS NUMERIC
               MOVE NCRED-TOTAL-ICMS TO LIN-ICMS
               MOVE NCRED-TOTAL-ISS  TO LIN-ISS
               ADD NCRED-TOTAL-ICMS TO TOTAL-ICMS-DEVOLVIDO
               ADD NCRED-TOTAL-ISS TO TOTAL-ISS-DEVOLVIDO
           ELSE
               MOVE ZEROS TO LIN-ICMS
               MOVE ZEROS TO LIN-ISS.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    APURACAO DO MES - SAIDAS MENOS DEVOLUCOES. SALDO NEGATIVO
      *    E' CREDITO A COMPENSAR NO MES SEGUINTE.
      *===============================================================
       IMPRIME-APURACAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APURACAO DA COMPETENCIA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           COMPUTE SALDO-IMPOSTO =
                   TOTAL-ICMS-SAIDAS - TOTAL-ICMS-DEVOLVIDO.
           MOVE SALDO-IMPOSTO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ICMS A RECOLHER  : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY "ICMS A RECOLHER      : " VALOR-EDITADO.
           COMPUTE SALDO-IMPOSTO =
                   TOTAL-ISS-SAIDAS - TOTAL-ISS-DEVOLVIDO.
           MOVE SALDO-IMPOSTO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ISS A RECOLHER   : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY "ISS A RECOLHER       : " VALOR-EDITADO.
