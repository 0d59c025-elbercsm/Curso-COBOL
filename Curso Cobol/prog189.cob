       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG189.

      *    RETENCOES NA FONTE DO MES - REUNE OS TRIBUTOS RETIDOS NOS
      *    TITULOS A PAGAR EMITIDOS NA COMPETENCIA (CONTAPAG.DAT,
      *    RETIDOS CALCULADOS NO LANCAMENTO PELO PROG146) E LISTA EM
      *    RETENC.REL, PARA CADA TRIBUTO (IRRF, ISS, PIS, COFINS E
      *    CSLL), OS FORNECEDORES COM A BASE (VALOR BRUTO DOS
      *    TITULOS) E O VALOR RETIDO, E O TOTAL A RECOLHER NA GUIA DO
      *    TRIBUTO. PIS, COFINS E CSLL SAEM TAMBEM SOMADOS, PORQUE
      *    SAO RECOLHIDOS NUMA GUIA SO. TITULOS CANCELADOS NAO
      *    ENTRAM. OS TOTAIS SAO OS MESMOS CREDITADOS NAS CONTAS DE
      *    RETIDOS A RECOLHER PELA EXTRACAO DO PROG150.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTAPAG.cob".
           COPY "SELFORNEC.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "RETENC.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTAPAG.cob".
           COPY "FDFORNEC.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
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

       01  NOMES-TRIBUTO.
           05 FILLER PIC X(06) VALUE "IRRF  ".
           05 FILLER PIC X(06) VALUE "ISS   ".
           05 FILLER PIC X(06) VALUE "PIS   ".
           05 FILLER PIC X(06) VALUE "COFINS".
           05 FILLER PIC X(06) VALUE "CSLL  ".
       01  FILLER REDEFINES NOMES-TRIBUTO.
           05 NOME-TRIBUTO OCCURS 5 TIMES PIC X(06).
       01  IDX-TRIBUTO             PIC 9(01).
       01  TRIBUTO-EM-IMPRESSAO    PIC 9(01).

      *    VALORES RETIDOS DO TITULO EM EXAME, NA ORDEM DOS NOMES.
       01  RETIDOS-DO-TITULO.
           05 RETIDO-DO-TITULO OCCURS 5 TIMES PIC 9(08)V9(02).

      *    RETIDOS POR TRIBUTO E FORNECEDOR, MANTIDOS NA ORDEM DA
      *    CHAVE - A INCLUSAO DESLOCA OS ITENS MAIORES PARA ABRIR O
      *    LUGAR (VER PROG161), E O RELATORIO SAI DIRETO NA ORDEM DA
      *    TABELA.
       01  TABELA-RETENCOES.
           05 QTD-RETENC           PIC 9(04) VALUE ZEROS.
           05 RETENC-ITEM OCCURS 2000 TIMES.
               10 RETENC-CHAVE.
                   15 RETENC-TRIBUTO  PIC 9(01).
                   15 RETENC-FORNEC   PIC 9(06).
               10 RETENC-TITULOS      PIC 9(04).
               10 RETENC-BASE         PIC 9(11)V9(02).
               10 RETENC-VALOR        PIC 9(11)V9(02).
       01  IDX-RETENC              PIC 9(04).
       01  IDX-DESLOCA             PIC 9(04).
       01  CHAVE-PROCURADA.
           05 TRIBUTO-PROCURADO    PIC 9(01).
           05 FORNEC-PROCURADO     PIC 9(06).

       01  TOTAL-DO-TRIBUTO        PIC 9(11)V9(02).
       01  BASE-DO-TRIBUTO         PIC 9(11)V9(02).
       01  TOTAL-PIS-COFINS-CSLL   PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-GERAL-RETIDO      PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-TITULOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-TITULOS-RETIDOS   PIC 9(06) VALUE ZEROS.
       01  TITULO-TEVE-RETENCAO-SW PIC X(01).
           88 TITULO-TEVE-RETENCAO VALUE "S".

       01  NOME-DO-FORNECEDOR      PIC X(30).
       01  CNPJ-DO-FORNECEDOR      PIC X(14).

       01  LINHA-DETALHE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-FORNECEDOR       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(23).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CNPJ             PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-BASE             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-RETIDO           PIC Z,ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TITULO           PIC X(45).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TOT-BASE             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TOT-RETIDO           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- RETENCOES NA FONTE DO MES ----".
           PERFORM PEDE-COMPETENCIA.

           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS NOT EQUAL "00"
              AND CTAPAG-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS TITULOS A PAGAR - STATUS : "
                       CTAPAG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-TITULO.
           PERFORM EXAMINA-UM-TITULO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

           OPEN INPUT ARQUIVO-FORNEC.
           PERFORM IMPRIME-RETENCOES.
           CLOSE ARQUIVO-FORNEC.

           DISPLAY "TITULOS DO MES          : " TOTAL-TITULOS.
           DISPLAY "TITULOS COM RETENCAO    : " TOTAL-TITULOS-RETIDOS.
           DISPLAY "TOTAL RETIDO NO MES     : " TOTAL-GERAL-RETIDO.
           DISPLAY "RELATORIO GRAVADO EM RETENC.REL.".

       PROGRAM-DONE.
           STOP RUN.

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

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    TITULO GRAVADO ANTES DOS CAMPOS DE RETENCAO NAO TEM RETIDO.
       EXAMINA-UM-TITULO.
           IF TITULO-EMIS-ANO IS EQUAL COMPETENCIA-ANO
                   AND TITULO-EMIS-MES IS EQUAL COMPETENCIA-MES
                   AND NOT TITULO-CANCELADO
               ADD 1 TO TOTAL-TITULOS
               IF TITULO-RETENCOES IS NUMERIC
                   PERFORM ACUMULA-RETIDOS-DO-TITULO.
           PERFORM LEIA-PROXIMO-TITULO.

       ACUMULA-RETIDOS-DO-TITULO.
           MOVE TITULO-RET-IRRF   TO RETIDO-DO-TITULO(1).
           MOVE TITULO-RET-ISS    TO RETIDO-DO-TITULO(2).
           MOVE TITULO-RET-PIS    TO RETIDO-DO-TITULO(3).
           MOVE TITULO-RET-COFINS TO RETIDO-DO-TITULO(4).
           MOVE TITULO-RET-CSLL   TO RETIDO-DO-TITULO(5).
           MOVE "N" TO TITULO-TEVE-RETENCAO-SW.
           MOVE 1 TO IDX-TRIBUTO.
           PERFORM ACUMULA-UM-TRIBUTO
                   UNTIL IDX-TRIBUTO IS GREATER THAN 5.
           IF TITULO-TEVE-RETENCAO
               ADD 1 TO TOTAL-TITULOS-RETIDOS.

       ACUMULA-UM-TRIBUTO.
           IF RETIDO-DO-TITULO(IDX-TRIBUTO) IS GREATER THAN ZEROS
               MOVE "S" TO TITULO-TEVE-RETENCAO-SW
               MOVE IDX-TRIBUTO       TO TRIBUTO-PROCURADO
               MOVE TITULO-FORNECEDOR TO FORNEC-PROCURADO
               PERFORM LOCALIZA-OU-INCLUI-RETENCAO
               ADD 1 TO RETENC-TITULOS(IDX-RETENC)
               ADD TITULO-VALOR TO RETENC-BASE(IDX-RETENC)
               ADD RETIDO-DO-TITULO(IDX-TRIBUTO)
                   TO RETENC-VALOR(IDX-RETENC).
           ADD 1 TO IDX-TRIBUTO.

       LOCALIZA-OU-INCLUI-RETENCAO.
           MOVE 1 TO IDX-RETENC.
           PERFORM AVANCA-RETENC
                   UNTIL IDX-RETENC IS GREATER THAN QTD-RETENC
                   OR RETENC-CHAVE(IDX-RETENC) IS NOT LESS THAN
                      CHAVE-PROCURADA.
           IF IDX-RETENC IS GREATER THAN QTD-RETENC
               PERFORM INCLUI-RETENCAO
           ELSE
               IF RETENC-CHAVE(IDX-RETENC) IS NOT EQUAL
                       CHAVE-PROCURADA
                   PERFORM INCLUI-RETENCAO.

       AVANCA-RETENC.
           ADD 1 TO IDX-RETENC.

       INCLUI-RETENCAO.
           IF QTD-RETENC IS EQUAL 2000
               DISPLAY "TABELA DE RETENCOES CHEIA (LIMITE 2000) - "
                       "AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE QTD-RETENC TO IDX-DESLOCA.
           PERFORM DESLOCA-UM-ITEM
                   UNTIL IDX-DESLOCA IS LESS THAN IDX-RETENC.
           ADD 1 TO QTD-RETENC.
           MOVE CHAVE-PROCURADA TO RETENC-CHAVE(IDX-RETENC).
           MOVE ZEROS TO RETENC-TITULOS(IDX-RETENC).
           MOVE ZEROS TO RETENC-BASE(IDX-RETENC).
           MOVE ZEROS TO RETENC-VALOR(IDX-RETENC).

       DESLOCA-UM-ITEM.
           MOVE RETENC-ITEM(IDX-DESLOCA)
                TO RETENC-ITEM(IDX-DESLOCA + 1).
           SUBTRACT 1 FROM IDX-DESLOCA.

      *===============================================================
      *    RELATORIO - UM BLOCO POR TRIBUTO COM OS FORNECEDORES E O
      *    TOTAL DA GUIA, O TOTAL DA GUIA UNICA DE PIS/COFINS/CSLL E
      *    O TOTAL GERAL RETIDO NO MES. A BASE E' O VALOR BRUTO DOS
      *    TITULOS DO FORNECEDOR QUE TIVERAM O TRIBUTO RETIDO.
      *===============================================================
       IMPRIME-RETENCOES.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RETENCOES NA FONTE - MES "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE 1 TO IDX-RETENC.
           MOVE 1 TO TRIBUTO-EM-IMPRESSAO.
           PERFORM IMPRIME-UM-TRIBUTO
                   UNTIL TRIBUTO-EM-IMPRESSAO IS GREATER THAN 5.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PIS/COFINS/CSLL - GUIA UNICA" TO TOT-TITULO.
           MOVE ZEROS TO TOT-BASE.
           MOVE TOTAL-PIS-COFINS-CSLL TO TOT-RETIDO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO(49:13).
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL RETIDO NO MES" TO TOT-TITULO.
           MOVE TOTAL-GERAL-RETIDO TO TOT-RETIDO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO(49:13).
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

       IMPRIME-UM-TRIBUTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TRIBUTO " NOME-TRIBUTO(TRIBUTO-EM-IMPRESSAO)
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  FORNEC NOME                   CNPJ           "
                TO LINHA-RELATORIO.
           MOVE "         BASE       RETIDO" TO LINHA-RELATORIO(49:).
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO TOTAL-DO-TRIBUTO.
           MOVE ZEROS TO BASE-DO-TRIBUTO.
           PERFORM IMPRIME-UM-FORNECEDOR
                   UNTIL IDX-RETENC IS GREATER THAN QTD-RETENC
                   OR RETENC-TRIBUTO(IDX-RETENC) IS NOT EQUAL
                      TRIBUTO-EM-IMPRESSAO.
           IF TOTAL-DO-TRIBUTO IS EQUAL ZEROS
               MOVE "    NENHUMA RETENCAO NO MES." TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           MOVE SPACES TO TOT-TITULO.
           STRING "TOTAL A RECOLHER - GUIA DO "
                  NOME-TRIBUTO(TRIBUTO-EM-IMPRESSAO)
                  DELIMITED BY SIZE INTO TOT-TITULO.
           MOVE BASE-DO-TRIBUTO  TO TOT-BASE.
           MOVE TOTAL-DO-TRIBUTO TO TOT-RETIDO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD TOTAL-DO-TRIBUTO TO TOTAL-GERAL-RETIDO.
           IF TRIBUTO-EM-IMPRESSAO IS GREATER THAN 2
               ADD TOTAL-DO-TRIBUTO TO TOTAL-PIS-COFINS-CSLL.
           ADD 1 TO TRIBUTO-EM-IMPRESSAO.

       IMPRIME-UM-FORNECEDOR.
           PERFORM NOMEIA-FORNECEDOR.
           MOVE RETENC-FORNEC(IDX-RETENC) TO DET-FORNECEDOR.
           MOVE NOME-DO-FORNECEDOR        TO DET-NOME.
           MOVE CNPJ-DO-FORNECEDOR        TO DET-CNPJ.
           MOVE RETENC-BASE(IDX-RETENC)   TO DET-BASE.
           MOVE RETENC-VALOR(IDX-RETENC)  TO DET-RETIDO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD RETENC-BASE(IDX-RETENC)  TO BASE-DO-TRIBUTO.
           ADD RETENC-VALOR(IDX-RETENC) TO TOTAL-DO-TRIBUTO.
           ADD 1 TO IDX-RETENC.

       NOMEIA-FORNECEDOR.
           MOVE RETENC-FORNEC(IDX-RETENC) TO FORNEC-CODIGO.
           READ ARQUIVO-FORNEC
                INVALID KEY
                MOVE "(SEM CADASTRO)" TO NOME-DO-FORNECEDOR
                MOVE SPACES TO CNPJ-DO-FORNECEDOR
                NOT INVALID KEY
                MOVE FORNEC-RAZAO-SOCIAL TO NOME-DO-FORNECEDOR
                MOVE FORNEC-CNPJ TO CNPJ-DO-FORNECEDOR.
