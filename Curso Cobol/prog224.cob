       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG224.

      *    RELATORIO MENSAL DE ATINGIMENTO DAS METAS DE VENDA - PARA
      *    CADA VENDEDOR COM META NA COMPETENCIA (METAVEND.DAT, VER
      *    PROG223) MOSTRA A META, A VENDA LIQUIDA (NOTAS NAO
      *    CANCELADAS DO VENDEDOR NA FILIAL MENOS AS NOTAS DE CREDITO
      *    DO MES SOBRE ESSAS NOTAS), O PERCENTUAL ATINGIDO, O RITMO
      *    DO MES (ATINGIDO CONTRA O ESPERADO PARA OS DIAS JA
      *    CORRIDOS) E A POSICAO NO ANO (METAS E VENDA LIQUIDA DE
      *    JANEIRO ATE A COMPETENCIA). OS VENDEDORES SAEM POR FILIAL,
      *    NA ORDEM DO PERCENTUAL ATINGIDO, COM A CLASSIFICACAO DENTRO
      *    DA FILIAL. NA METADE DO MES (VENDA ATE O DIA 15) QUEM FICOU
      *    ABAIXO DO PERCENTUAL MINIMO INFORMADO E' MARCADO COM
      *    ALERTA. NO FIM, O RESUMO POR FILIAL COM A META PROPRIA DA
      *    FILIAL (OU A SOMA DAS METAS DOS VENDEDORES) CONTRA TODA A
      *    VENDA LIQUIDA DA FILIAL. O RELATORIO SAI EM METAS.REL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELMETAVEN.cob".
           COPY "SELNOTA.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFILIAL.cob".
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-METAS.TMP".
           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "METAS.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDMETAVEN.cob".
           COPY "FDNOTA.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFILIAL.cob".

      *    VENDEDORES POR FILIAL, MAIOR PERCENTUAL ATINGIDO PRIMEIRO.
       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-FILIAL           PIC 9(03).
           05 ORD-PERCENTUAL       PIC S9(05)V9(01).
           05 ORD-VENDEDOR         PIC 9(06).
           05 ORD-INDICE           PIC 9(03).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "DTVALPARM.cob".

       01  METAVEN-ARQ-STATUS      PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-ORDENACAO         PIC X.
       01  FINAL-FILCAD            PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  COMPETENCIA-ANALISE.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).
       01  MES-COMPETENCIA-NUM     PIC 9(06).
       01  MES-CORRENTE-NUM        PIC 9(06).

      *    RITMO DO MES - DIAS CORRIDOS DA COMPETENCIA (O MES INTEIRO
      *    QUANDO JA PASSOU, ZERO QUANDO AINDA NAO COMECOU).
       01  DIAS-DO-MES             PIC 9(02).
       01  DIAS-CORRIDOS           PIC 9(02).
       01  META-ESPERADA           PIC 9(08)V9(02).

      *    VERIFICACAO DA METADE DO MES - A VENDA ATE O DIA 15 CONTRA
      *    O PERCENTUAL MINIMO (INFORMADO, ENTER = 40). SO VALE
      *    QUANDO O DIA 15 DA COMPETENCIA JA PASSOU.
       01  DIA-METADE-DO-MES       PIC 9(02) VALUE 15.
       01  PERCENTUAL-MINIMO       PIC 9(03).
       01  METADE-APURADA-SW       PIC X(01).
           88 METADE-APURADA       VALUE "S".
       01  PERC-METADE             PIC S9(05)V9(01).

      *    VENDEDORES COM META NA COMPETENCIA E OS ACUMULADOS DE
      *    CADA UM - A VENDA CONTA NA FILIAL DA META.
       01  TABELA-VENDEDORES.
           05 QTD-VENDEDORES       PIC 9(03) VALUE ZEROS.
           05 VENDEDOR-ITEM OCCURS 300 TIMES.
               10 VND-FILIAL          PIC 9(03).
               10 VND-CODIGO          PIC 9(06).
               10 VND-META            PIC 9(08)V9(02).
               10 VND-LIQUIDO         PIC S9(09)V9(02).
               10 VND-LIQUIDO-METADE  PIC S9(09)V9(02).
               10 VND-META-ANO        PIC 9(09)V9(02).
               10 VND-LIQUIDO-ANO     PIC S9(10)V9(02).
               10 VND-PERCENTUAL      PIC S9(05)V9(01).
       01  IDX-VENDEDOR            PIC 9(03).
       01  VENDEDOR-ACHADO-SW      PIC X(01).
           88 VENDEDOR-ACHADO      VALUE "S".
       01  VENDEDOR-PROCURADO      PIC 9(06).

      *    FILIAIS DO RELATORIO - AS DOS VENDEDORES E AS QUE TEM META
      *    PROPRIA NA COMPETENCIA.
       01  TABELA-FILIAIS.
           05 QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
           05 FILIAL-ITEM OCCURS 50 TIMES.
               10 FME-FILIAL          PIC 9(03).
               10 FME-META-PROPRIA    PIC 9(08)V9(02).
               10 FME-SOMA-METAS      PIC 9(09)V9(02).
               10 FME-LIQUIDO         PIC S9(10)V9(02).
               10 FME-QTD-VENDEDORES  PIC 9(03).
               10 FME-QTD-ALERTAS     PIC 9(03).
       01  IDX-FILIAL              PIC 9(02).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".
       01  FILIAL-PROCURADA        PIC 9(03).

      *    CADASTRO DE FILIAIS (VER PROG151), SO PARA O NOME.
       01  CADASTRO-FILIAIS.
           05 QTD-FILCAD           PIC 9(02) VALUE ZEROS.
           05 FILCAD-ITEM OCCURS 50 TIMES.
               10 FILCAD-CODIGO       PIC 9(03).
               10 FILCAD-NOME         PIC X(25).
               10 FILCAD-SITUACAO     PIC X(01).
       01  IDX-FILCAD              PIC 9(02).
       01  FILCAD-ACHADA-SW        PIC X(01).
           88 FILCAD-ACHADA        VALUE "S".
       01  NOME-DA-FILIAL          PIC X(25).

       01  DATA-MOVIMENTO.
           05 MOVIMENTO-ANO        PIC 9(04).
           05 MOVIMENTO-MES        PIC 9(02).
           05 MOVIMENTO-DIA        PIC 9(02).
       01  VALOR-MOVIMENTO         PIC S9(09)V9(02).

       01  FILIAL-ANTERIOR         PIC 9(03).
       01  POSICAO-NA-FILIAL       PIC 9(03).
       01  PERC-CALCULADO          PIC S9(05)V9(01).
       01  META-DA-FILIAL          PIC 9(09)V9(02).
       01  NOME-TABELA-CHEIA       PIC X(14).

       01  TOTAL-ALERTAS           PIC 9(03) VALUE ZEROS.
       01  TOTAL-CREDITOS-SEM-NOTA PIC 9(04) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-POSICAO          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-VENDEDOR         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-META             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-LIQUIDO          PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PERCENTUAL       PIC ZZZ9.9-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-RITMO            PIC ZZZ9.9-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ALERTA           PIC X(06).

       01  LINHA-ANO.
           05 FILLER               PIC X(26)
              VALUE "    NO ANO :        META ".
           05 ANO-META             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(09) VALUE " LIQUIDO ".
           05 ANO-LIQUIDO          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ANO-PERCENTUAL       PIC ZZZ9.9-.
           05 FILLER               PIC X(01) VALUE "%".

       01  LINHA-FILIAL.
           05 FIL-FILIAL           PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIL-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIL-META             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIL-ORIGEM           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIL-LIQUIDO          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIL-PERCENTUAL       PIC ZZZ9.9-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FIL-ALERTAS          PIC ZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- ATINGIMENTO DAS METAS DE VENDA ----".
           PERFORM PEDE-COMPETENCIA.
           PERFORM PEDE-PERCENTUAL-MINIMO.
           COMPUTE MES-COMPETENCIA-NUM =
                   COMPETENCIA-ANO * 12 + COMPETENCIA-MES.
           COMPUTE MES-CORRENTE-NUM =
                   DATA-CORRENTE-ANO * 12 + DATA-CORRENTE-MES.
           PERFORM APURA-DIAS-CORRIDOS.

           PERFORM CARREGA-METAS-DA-COMPETENCIA.
           IF QTD-VENDEDORES IS EQUAL ZEROS
               DISPLAY "NENHUMA META DE VENDEDOR NA COMPETENCIA "
                       COMPETENCIA-MES "/" COMPETENCIA-ANO
                       " - CADASTRE NO PROG223."
               STOP RUN.
           PERFORM SOMA-METAS-DO-ANO.
           PERFORM CARREGA-CADASTRO-FILIAIS.

           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM ACUMULA-NOTAS.
           PERFORM ABATE-NOTAS-DE-CREDITO.
           CLOSE ARQUIVO-NOTA.

           MOVE 1 TO IDX-VENDEDOR.
           PERFORM CALCULA-PERCENTUAL-VENDEDOR
                   UNTIL IDX-VENDEDOR IS GREATER THAN QTD-VENDEDORES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-FILIAL
                ON DESCENDING KEY ORD-PERCENTUAL
                ON ASCENDING KEY ORD-VENDEDOR
                INPUT PROCEDURE IS LIBERA-VENDEDORES
                OUTPUT PROCEDURE IS GRAVA-CLASSIFICACAO.
           PERFORM GRAVA-RESUMO-POR-FILIAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FUNCIONARIO.

           DISPLAY "==============================================".
           DISPLAY "VENDEDORES COM META        : " QTD-VENDEDORES.
           DISPLAY "FILIAIS                    : " QTD-FILIAIS.
           IF METADE-APURADA
               DISPLAY "ABAIXO DE " PERCENTUAL-MINIMO
                       "% NA METADE DO MES : " TOTAL-ALERTAS
           ELSE
               DISPLAY "METADE DO MES AINDA NAO APURADA.".
           IF TOTAL-CREDITOS-SEM-NOTA IS GREATER THAN ZEROS
               DISPLAY "NOTAS DE CREDITO SEM A NOTA DE ORIGEM : "
                       TOTAL-CREDITOS-SEM-NOTA.
           DISPLAY "DETALHES EM METAS.REL.".
           DISPLAY "==============================================".

       PROGRAM-DONE.
           STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM - ENTER = MES "
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
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-ANALISE.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PEDE-PERCENTUAL-MINIMO.
           DISPLAY "PERCENTUAL MINIMO DA META ATE O DIA 15 (ENTER = "
                   "40) : ".
           MOVE ZEROS TO PERCENTUAL-MINIMO.
           ACCEPT PERCENTUAL-MINIMO.
           IF PERCENTUAL-MINIMO IS NOT NUMERIC
               MOVE ZEROS TO PERCENTUAL-MINIMO.
           IF PERCENTUAL-MINIMO IS EQUAL ZEROS
               MOVE 40 TO PERCENTUAL-MINIMO.
           IF PERCENTUAL-MINIMO IS GREATER THAN 100
               DISPLAY "PERCENTUAL INVALIDO : " PERCENTUAL-MINIMO
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    O ULTIMO DIA DO MES E' O MAIOR DIA QUE A ROTINA DE DATAS
      *    (PROG95) ACEITA NA COMPETENCIA.
       APURA-DIAS-CORRIDOS.
           MOVE COMPETENCIA-ANO TO DTVAL-DATA1-ANO.
           MOVE COMPETENCIA-MES TO DTVAL-DATA1-MES.
           MOVE 32 TO DIAS-DO-MES.
           MOVE "N" TO DTVAL-RESULTADO.
           PERFORM RECUA-ULTIMO-DIA
                   UNTIL DTVAL-DATA-VALIDA.
           MOVE "N" TO METADE-APURADA-SW.
           IF MES-COMPETENCIA-NUM IS LESS THAN MES-CORRENTE-NUM
               MOVE DIAS-DO-MES TO DIAS-CORRIDOS
               MOVE "S" TO METADE-APURADA-SW
           ELSE
               IF MES-COMPETENCIA-NUM IS EQUAL MES-CORRENTE-NUM
                   MOVE DATA-CORRENTE-DIA TO DIAS-CORRIDOS
                   IF DATA-CORRENTE-DIA IS GREATER THAN
                           DIA-METADE-DO-MES
                       MOVE "S" TO METADE-APURADA-SW
                   END-IF
               ELSE
                   MOVE ZEROS TO DIAS-CORRIDOS.

       RECUA-ULTIMO-DIA.
           SUBTRACT 1 FROM DIAS-DO-MES.
           MOVE DIAS-DO-MES TO DTVAL-DATA1-DIA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.

      *===============================================================
      *    METAS DA COMPETENCIA - A LINHA DE VENDEDOR ENTRA NA TABELA
      *    DE VENDEDORES, A DE VENDEDOR ZERO E' A META DA FILIAL.
      *===============================================================
       CARREGA-METAS-DA-COMPETENCIA.
           OPEN INPUT ARQUIVO-METAVEN.
           IF METAVEN-ARQ-STATUS IS NOT EQUAL "00"
              AND METAVEN-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE METAS - STATUS : "
                       METAVEN-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-META.
           PERFORM GUARDA-META-DA-COMPETENCIA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-METAVEN.

       LEIA-PROXIMA-META.
           READ ARQUIVO-METAVEN AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-META-DA-COMPETENCIA.
           IF METAVEN-COMPETENCIA IS EQUAL COMPETENCIA-ANALISE
               MOVE METAVEN-FILIAL TO FILIAL-PROCURADA
               PERFORM INCLUI-FILIAL-NA-TABELA
               IF METAVEN-VENDEDOR IS EQUAL ZEROS
                   MOVE METAVEN-VALOR TO FME-META-PROPRIA(IDX-FILIAL)
               ELSE
                   ADD METAVEN-VALOR TO FME-SOMA-METAS(IDX-FILIAL)
                   ADD 1 TO FME-QTD-VENDEDORES(IDX-FILIAL)
                   PERFORM INCLUI-VENDEDOR-NA-TABELA.
           PERFORM LEIA-PROXIMA-META.

       INCLUI-VENDEDOR-NA-TABELA.
           IF QTD-VENDEDORES IS EQUAL 300
               MOVE "VENDEDORES" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           ADD 1 TO QTD-VENDEDORES.
           MOVE METAVEN-FILIAL   TO VND-FILIAL(QTD-VENDEDORES).
           MOVE METAVEN-VENDEDOR TO VND-CODIGO(QTD-VENDEDORES).
           MOVE METAVEN-VALOR    TO VND-META(QTD-VENDEDORES).
           MOVE ZEROS TO VND-LIQUIDO(QTD-VENDEDORES).
           MOVE ZEROS TO VND-LIQUIDO-METADE(QTD-VENDEDORES).
           MOVE ZEROS TO VND-META-ANO(QTD-VENDEDORES).
           MOVE ZEROS TO VND-LIQUIDO-ANO(QTD-VENDEDORES).
           MOVE ZEROS TO VND-PERCENTUAL(QTD-VENDEDORES).

      *    A FILIAL E' PROCURADA NA TABELA E INCLUIDA QUANDO NOVA -
      *    IDX-FILIAL FICA APONTANDO PARA ELA.
       INCLUI-FILIAL-NA-TABELA.
           PERFORM LOCALIZA-FILIAL.
           IF NOT FILIAL-ACHADA
               IF QTD-FILIAIS IS EQUAL 50
                   MOVE "FILIAIS" TO NOME-TABELA-CHEIA
                   PERFORM ACUSA-TABELA-CHEIA
               ELSE
                   ADD 1 TO QTD-FILIAIS
                   MOVE QTD-FILIAIS TO IDX-FILIAL
                   MOVE FILIAL-PROCURADA TO FME-FILIAL(IDX-FILIAL)
                   MOVE ZEROS TO FME-META-PROPRIA(IDX-FILIAL)
                   MOVE ZEROS TO FME-SOMA-METAS(IDX-FILIAL)
                   MOVE ZEROS TO FME-LIQUIDO(IDX-FILIAL)
                   MOVE ZEROS TO FME-QTD-VENDEDORES(IDX-FILIAL)
                   MOVE ZEROS TO FME-QTD-ALERTAS(IDX-FILIAL).

       LOCALIZA-FILIAL.
           MOVE 1 TO IDX-FILIAL.
           MOVE "N" TO FILIAL-ACHADA-SW.
           PERFORM COMPARA-FILIAL
                   UNTIL FILIAL-ACHADA
                   OR IDX-FILIAL IS GREATER THAN QTD-FILIAIS.

       COMPARA-FILIAL.
           IF FME-FILIAL(IDX-FILIAL) IS EQUAL FILIAL-PROCURADA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILIAL.

       LOCALIZA-VENDEDOR.
           MOVE 1 TO IDX-VENDEDOR.
           MOVE "N" TO VENDEDOR-ACHADO-SW.
           PERFORM COMPARA-VENDEDOR
                   UNTIL VENDEDOR-ACHADO
                   OR IDX-VENDEDOR IS GREATER THAN QTD-VENDEDORES.

       COMPARA-VENDEDOR.
           IF VND-CODIGO(IDX-VENDEDOR) IS EQUAL VENDEDOR-PROCURADO
                   AND VND-FILIAL(IDX-VENDEDOR) IS EQUAL
                   FILIAL-PROCURADA
               MOVE "S" TO VENDEDOR-ACHADO-SW
           ELSE
               ADD 1 TO IDX-VENDEDOR.

       ACUSA-TABELA-CHEIA.
           DISPLAY "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                   ") - AUMENTE O LIMITE NO PROGRAMA.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    SEGUNDA PASSAGEM PELAS METAS - AS DE JANEIRO ATE A
      *    COMPETENCIA DE CADA VENDEDOR NA MESMA FILIAL FORMAM A META
      *    DO ANO.
       SOMA-METAS-DO-ANO.
           OPEN INPUT ARQUIVO-METAVEN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-META.
           PERFORM SOMA-UMA-META-DO-ANO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-METAVEN.

       SOMA-UMA-META-DO-ANO.
           IF METAVEN-ANO IS EQUAL COMPETENCIA-ANO
                   AND METAVEN-MES IS NOT GREATER THAN COMPETENCIA-MES
                   AND METAVEN-VENDEDOR IS NOT EQUAL ZEROS
               MOVE METAVEN-VENDEDOR TO VENDEDOR-PROCURADO
               MOVE METAVEN-FILIAL TO FILIAL-PROCURADA
               PERFORM LOCALIZA-VENDEDOR
               IF VENDEDOR-ACHADO
                   ADD METAVEN-VALOR TO VND-META-ANO(IDX-VENDEDOR).
           PERFORM LEIA-PROXIMA-META.

      *===============================================================
      *    NOTAS NAO CANCELADAS DE JANEIRO ATE A COMPETENCIA - A DO
      *    MES ENTRA NA VENDA DO MES DO VENDEDOR E DA FILIAL, E NA DA
      *    METADE DO MES ATE O DIA 15; TODAS ENTRAM NO ANO.
      *===============================================================
       ACUMULA-NOTAS.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM ACUMULA-UMA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ACUMULA-UMA-NOTA.
           IF NOT NOTA-CANCELADA
               MOVE NOTA-DATA TO DATA-MOVIMENTO
               MOVE NOTA-VALOR-TOTAL TO VALOR-MOVIMENTO
               PERFORM REGISTRA-MOVIMENTO.
           PERFORM LEIA-PROXIMA-NOTA.

      *    LANCA O VALOR EM VALOR-MOVIMENTO (NEGATIVO NA NOTA DE
      *    CREDITO) NA FILIAL E NO VENDEDOR DA NOTA NO REGISTRO DE
      *    NOTAS, CONFORME A DATA EM DATA-MOVIMENTO.
       REGISTRA-MOVIMENTO.
           IF MOVIMENTO-ANO IS EQUAL COMPETENCIA-ANO
                   AND MOVIMENTO-MES IS NOT GREATER THAN
                   COMPETENCIA-MES
               MOVE NOTA-FILIAL TO FILIAL-PROCURADA
               IF MOVIMENTO-MES IS EQUAL COMPETENCIA-MES
                   PERFORM LOCALIZA-FILIAL
                   IF FILIAL-ACHADA
                       ADD VALOR-MOVIMENTO TO FME-LIQUIDO(IDX-FILIAL)
                   END-IF
               END-IF
               IF NOTA-VENDEDOR IS NUMERIC
                       AND NOTA-VENDEDOR IS GREATER THAN ZEROS
                   MOVE NOTA-VENDEDOR TO VENDEDOR-PROCURADO
                   PERFORM LOCALIZA-VENDEDOR
                   IF VENDEDOR-ACHADO
                       PERFORM REGISTRA-MOVIMENTO-VENDEDOR.

       REGISTRA-MOVIMENTO-VENDEDOR.
           ADD VALOR-MOVIMENTO TO VND-LIQUIDO-ANO(IDX-VENDEDOR).
           IF MOVIMENTO-MES IS EQUAL COMPETENCIA-MES
               ADD VALOR-MOVIMENTO TO VND-LIQUIDO(IDX-VENDEDOR)
               IF MOVIMENTO-DIA IS NOT GREATER THAN DIA-METADE-DO-MES
                   ADD VALOR-MOVIMENTO
                       TO VND-LIQUIDO-METADE(IDX-VENDEDOR).

      *    A NOTA DE CREDITO ABATE NO MES EM QUE FOI EMITIDA, DO
      *    VENDEDOR E DA FILIAL DA NOTA DE VENDA DE ORIGEM.
       ABATE-NOTAS-DE-CREDITO.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM ABATE-UMA-NOTA-DE-CREDITO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       ABATE-UMA-NOTA-DE-CREDITO.
           IF NCRED-DATA-ANO IS EQUAL COMPETENCIA-ANO
                   AND NCRED-DATA-MES IS NOT GREATER THAN
                   COMPETENCIA-MES
               MOVE NCRED-NOTA-ORIGEM TO NOTA-NUMERO
               READ ARQUIVO-NOTA
                    INVALID KEY
                    ADD 1 TO TOTAL-CREDITOS-SEM-NOTA
                    NOT INVALID KEY
                    MOVE NCRED-DATA TO DATA-MOVIMENTO
                    COMPUTE VALOR-MOVIMENTO =
                            ZEROS - NCRED-VALOR-TOTAL
                    PERFORM REGISTRA-MOVIMENTO.
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    PERCENTUAL ATINGIDO NO MES E NA METADE DO MES, COM O
      *    ALERTA CONTADO NA FILIAL.
       CALCULA-PERCENTUAL-VENDEDOR.
           COMPUTE VND-PERCENTUAL(IDX-VENDEDOR) ROUNDED =
                   VND-LIQUIDO(IDX-VENDEDOR) * 100 /
                   VND-META(IDX-VENDEDOR).
           IF METADE-APURADA
               COMPUTE PERC-METADE ROUNDED =
                       VND-LIQUIDO-METADE(IDX-VENDEDOR) * 100 /
                       VND-META(IDX-VENDEDOR)
               IF PERC-METADE IS LESS THAN PERCENTUAL-MINIMO
                   ADD 1 TO TOTAL-ALERTAS
                   MOVE VND-FILIAL(IDX-VENDEDOR) TO FILIAL-PROCURADA
                   PERFORM LOCALIZA-FILIAL
                   ADD 1 TO FME-QTD-ALERTAS(IDX-FILIAL).
           ADD 1 TO IDX-VENDEDOR.

      *===============================================================
      *    ENTRADA DO SORT - TODOS OS VENDEDORES COM META.
      *===============================================================
       LIBERA-VENDEDORES.
           MOVE 1 TO IDX-VENDEDOR.
           PERFORM LIBERA-UM-VENDEDOR
                   UNTIL IDX-VENDEDOR IS GREATER THAN QTD-VENDEDORES.

       LIBERA-UM-VENDEDOR.
           MOVE VND-FILIAL(IDX-VENDEDOR)     TO ORD-FILIAL.
           MOVE VND-PERCENTUAL(IDX-VENDEDOR) TO ORD-PERCENTUAL.
           MOVE VND-CODIGO(IDX-VENDEDOR)     TO ORD-VENDEDOR.
           MOVE IDX-VENDEDOR                 TO ORD-INDICE.
           RELEASE ORDENACAO-REGISTRO.
           ADD 1 TO IDX-VENDEDOR.

      *===============================================================
      *    SAIDA DO SORT - UM BLOCO POR FILIAL, COM A POSICAO DE CADA
      *    VENDEDOR DENTRO DELA.
      *===============================================================
       GRAVA-CLASSIFICACAO.
           MOVE 999 TO FILIAL-ANTERIOR.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-PROXIMO-VENDEDOR.
           PERFORM GRAVA-VENDEDOR-NA-FILIAL
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-PROXIMO-VENDEDOR.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       GRAVA-VENDEDOR-NA-FILIAL.
           MOVE ORD-INDICE TO IDX-VENDEDOR.
           IF ORD-FILIAL IS NOT EQUAL FILIAL-ANTERIOR
               MOVE ORD-FILIAL TO FILIAL-ANTERIOR
               MOVE ZEROS TO POSICAO-NA-FILIAL
               PERFORM GRAVA-CABECALHO-FILIAL.
           ADD 1 TO POSICAO-NA-FILIAL.

           MOVE VND-CODIGO(IDX-VENDEDOR) TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO FUNCIONARIO-NOME.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE POSICAO-NA-FILIAL            TO DET-POSICAO.
           MOVE VND-CODIGO(IDX-VENDEDOR)     TO DET-VENDEDOR.
           MOVE FUNCIONARIO-NOME             TO DET-NOME.
           MOVE VND-META(IDX-VENDEDOR)       TO DET-META.
           MOVE VND-LIQUIDO(IDX-VENDEDOR)    TO DET-LIQUIDO.
           MOVE VND-PERCENTUAL(IDX-VENDEDOR) TO DET-PERCENTUAL.
           PERFORM CALCULA-RITMO-DO-MES.
           PERFORM VERIFICA-METADE-DO-MES.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE VND-META-ANO(IDX-VENDEDOR)    TO ANO-META.
           MOVE VND-LIQUIDO-ANO(IDX-VENDEDOR) TO ANO-LIQUIDO.
           MOVE ZEROS TO PERC-CALCULADO.
           IF VND-META-ANO(IDX-VENDEDOR) IS GREATER THAN ZEROS
               COMPUTE PERC-CALCULADO ROUNDED =
                       VND-LIQUIDO-ANO(IDX-VENDEDOR) * 100 /
                       VND-META-ANO(IDX-VENDEDOR).
           MOVE PERC-CALCULADO TO ANO-PERCENTUAL.
           MOVE LINHA-ANO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM RETORNA-PROXIMO-VENDEDOR.

      *    RITMO - O ATINGIDO CONTRA O ESPERADO PARA OS DIAS CORRIDOS
      *    (100 = NO PASSO DA META). COMPETENCIA FUTURA NAO TEM RITMO.
       CALCULA-RITMO-DO-MES.
           IF DIAS-CORRIDOS IS GREATER THAN ZEROS
               COMPUTE META-ESPERADA ROUNDED =
                       VND-META(IDX-VENDEDOR) * DIAS-CORRIDOS /
                       DIAS-DO-MES
               IF META-ESPERADA IS GREATER THAN ZEROS
                   COMPUTE PERC-CALCULADO ROUNDED =
                           VND-LIQUIDO(IDX-VENDEDOR) * 100 /
                           META-ESPERADA
                   MOVE PERC-CALCULADO TO DET-RITMO.

       VERIFICA-METADE-DO-MES.
           IF METADE-APURADA
               COMPUTE PERC-METADE ROUNDED =
                       VND-LIQUIDO-METADE(IDX-VENDEDOR) * 100 /
                       VND-META(IDX-VENDEDOR)
               IF PERC-METADE IS LESS THAN PERCENTUAL-MINIMO
                   MOVE "ALERTA" TO DET-ALERTA.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ATINGIMENTO DAS METAS DE VENDA - COMPETENCIA "
                  COMPETENCIA-MES "/" COMPETENCIA-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF METADE-APURADA
               STRING "ALERTA : MENOS DE " PERCENTUAL-MINIMO
                      "% DA META VENDIDOS ATE O DIA 15"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE "METADE DO MES AINDA NAO APURADA - SEM ALERTAS"
                    TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RITMO : ATINGIDO CONTRA O ESPERADO EM "
                  DIAS-CORRIDOS " DE " DIAS-DO-MES " DIAS (100 = NO "
                  "PASSO)"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-CABECALHO-FILIAL.
           MOVE ORD-FILIAL TO FILIAL-PROCURADA.
           PERFORM PROCURA-NOME-DA-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FILIAL " ORD-FILIAL " " NOME-DA-FILIAL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "POS VENDED NOME                     META "
                  "      LIQUIDO  ATING%  RITMO%"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    META DA FILIAL - A PROPRIA (P) QUANDO CADASTRADA, SENAO A
      *    SOMA DAS METAS DOS VENDEDORES (V). O LIQUIDO E' TODA A
      *    VENDA DA FILIAL NO MES, COM OU SEM META DO VENDEDOR.
       GRAVA-RESUMO-POR-FILIAL.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESUMO POR FILIAL (P = META PROPRIA, V = SOMA DOS "
                  "VENDEDORES)"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FIL NOME                           META   "
                  "       LIQUIDO  ATING% ALE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-FILIAL.
           PERFORM GRAVA-UMA-FILIAL
                   UNTIL IDX-FILIAL IS GREATER THAN QTD-FILIAIS.

       GRAVA-UMA-FILIAL.
           MOVE FME-FILIAL(IDX-FILIAL) TO FILIAL-PROCURADA.
           PERFORM PROCURA-NOME-DA-FILIAL.
           IF FME-META-PROPRIA(IDX-FILIAL) IS GREATER THAN ZEROS
               MOVE FME-META-PROPRIA(IDX-FILIAL) TO META-DA-FILIAL
               MOVE "P" TO FIL-ORIGEM
           ELSE
               MOVE FME-SOMA-METAS(IDX-FILIAL) TO META-DA-FILIAL
               MOVE "V" TO FIL-ORIGEM.
           MOVE ZEROS TO PERC-CALCULADO.
           IF META-DA-FILIAL IS GREATER THAN ZEROS
               COMPUTE PERC-CALCULADO ROUNDED =
                       FME-LIQUIDO(IDX-FILIAL) * 100 / META-DA-FILIAL.
           MOVE FME-FILIAL(IDX-FILIAL)       TO FIL-FILIAL.
           MOVE NOME-DA-FILIAL               TO FIL-NOME.
           MOVE META-DA-FILIAL               TO FIL-META.
           MOVE FME-LIQUIDO(IDX-FILIAL)      TO FIL-LIQUIDO.
           MOVE PERC-CALCULADO               TO FIL-PERCENTUAL.
           MOVE FME-QTD-ALERTAS(IDX-FILIAL)  TO FIL-ALERTAS.
           MOVE LINHA-FILIAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-FILIAL.

       PROCURA-NOME-DA-FILIAL.
           MOVE SPACES TO NOME-DA-FILIAL.
           MOVE 1 TO IDX-FILCAD.
           MOVE "N" TO FILCAD-ACHADA-SW.
           PERFORM COMPARA-FILCAD
                   UNTIL FILCAD-ACHADA
                   OR IDX-FILCAD IS GREATER THAN QTD-FILCAD.
           IF FILCAD-ACHADA
               MOVE FILCAD-NOME(IDX-FILCAD) TO NOME-DA-FILIAL.

       COMPARA-FILCAD.
           IF FILCAD-CODIGO(IDX-FILCAD) IS EQUAL FILIAL-PROCURADA
               MOVE "S" TO FILCAD-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILCAD.

      *    CARREGA O CADASTRO DE FILIAIS (VER PROG151) - O ARQUIVO
      *    E' OPCIONAL, SEM ELE A FILIAL SAI SEM NOME.
       CARREGA-CADASTRO-FILIAIS.
           MOVE ZEROS TO QTD-FILCAD.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILCAD
               PERFORM LEIA-PROXIMA-FILCAD
               PERFORM GUARDA-FILCAD-NA-TABELA
                       UNTIL FINAL-FILCAD IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILCAD.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILCAD.

       GUARDA-FILCAD-NA-TABELA.
           IF QTD-FILCAD IS LESS THAN 50
               ADD 1 TO QTD-FILCAD
               MOVE FILIAL-CODIGO   TO FILCAD-CODIGO(QTD-FILCAD)
               MOVE FILIAL-NOME     TO FILCAD-NOME(QTD-FILCAD)
               MOVE FILIAL-SITUACAO TO FILCAD-SITUACAO(QTD-FILCAD).
           PERFORM LEIA-PROXIMA-FILCAD.
