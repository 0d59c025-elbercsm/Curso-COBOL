       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG216.

      *    REVISAO TRIMESTRAL DOS LIMITES DE CREDITO - O LIMITE DE
      *    CLICRED.DAT (PROG100) ERA O QUE ALGUEM DIGITOU ANOS
      *    ATRAS. PARA CADA CLIENTE COM LIMITE, APURA NOS 12 MESES
      *    ANTERIORES A DATA DA REVISAO :
      *    - A MEDIA DE DIAS DE ATRASO DOS RECEBIMENTOS (RECEB.DAT
      *      CONTRA O VENCIMENTO DA PARCELA EM NOTAPARC.DAT, OU A
      *      DATA DA NOTA QUANDO NAO HA PARCELAMENTO);
      *    - A MAIOR EXPOSICAO EFETIVAMENTE USADA - O MAIOR SALDO
      *      ABERTO DO CLIENTE NO PERIODO, NA ORDEM CRONOLOGICA DAS
      *      NOTAS, RECEBIMENTOS, NOTAS DE CREDITO E PERDAS;
      *    - OS BOLETOS DEVOLVIDOS SEM PAGAMENTO (BOLDEV.DAT);
      *    - AS BAIXAS POR PERDA APROVADAS (PERDAS.DAT).
      *    DAI SAI UMA PONTUACAO DE 0 A 100 E UM LIMITE SUGERIDO,
      *    LISTADOS EM LIMREV.REL. A SUGESTAO DIFERENTE DO LIMITE
      *    ATUAL ENTRA PENDENTE NA LISTA DE REVISAO (LIMREV.DAT), QUE
      *    UM SUPERVISOR ACEITA OU REJEITA NO PROG217 - SO ALI O
      *    LIMITE E' ALTERADO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCLICRED.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELNOTA.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELRECEB.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELPERDA.cob".
           COPY "SELBOLDEV.cob".
           COPY "SELLIMREV.cob".
           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-LIMREV.TMP".
      *    COPIA DE TRABALHO DA LISTA DE REVISAO, RECARREGADA NO FIM.
           SELECT ARQUIVO-LIMTMP
           ASSIGN TO "LIMREV.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LIMTMP-ARQ-STATUS.
           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "LIMREV.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLICRED.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDNOTA.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDRECEB.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDPERDA.cob".
           COPY "FDBOLDEV.cob".
           COPY "FDLIMREV.cob".

      *    MOVIMENTOS QUE MEXEM NO SALDO DO CLIENTE - "1" AUMENTA
      *    (NOTA EMITIDA), "2" DIMINUI (RECEBIMENTO, NOTA DE CREDITO
      *    OU PERDA). NO MESMO DIA A NOTA VEM ANTES DA BAIXA.
       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CLIENTE          PIC 9(06).
           05 ORD-DATA             PIC 9(08).
           05 ORD-TIPO             PIC X(01).
           05 ORD-VALOR            PIC 9(08)V9(02).

       FD  ARQUIVO-LIMTMP.
       01  LIMTMP-REGISTRO         PIC X(83).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  CLICRED-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  PERDA-ARQ-STATUS        PIC X(02).
       01  BOLDEV-ARQ-STATUS       PIC X(02).
       01  LIMREV-ARQ-STATUS       PIC X(02).
       01  LIMTMP-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-ORDENACAO         PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    INICIO DO PERIODO AVALIADO - A MESMA DATA UM ANO ANTES.
       01  DATA-INICIO-PERIODO.
           05 INICIO-PERIODO-ANO  PIC 9(04).
           05 INICIO-PERIODO-MES  PIC 9(02).
           05 INICIO-PERIODO-DIA  PIC 9(02).
       01  FILLER REDEFINES DATA-INICIO-PERIODO.
           05 INICIO-PERIODO-NUM  PIC 9(08).

      *    CLIENTES EM REVISAO (OS QUE TEM LIMITE EM CLICRED.DAT) E
      *    OS INDICADORES ACUMULADOS DE CADA UM.
       01  TABELA-REVISAO.
           05 QTD-REVISAO          PIC 9(03) VALUE ZEROS.
           05 REVISAO-ITEM OCCURS 500 TIMES.
               10 REV-CLIENTE         PIC 9(06).
               10 REV-LIMITE          PIC 9(08)V9(02).
               10 REV-QTD-NOTAS       PIC 9(05).
               10 REV-QTD-PAGTOS      PIC 9(05).
               10 REV-SOMA-ATRASO     PIC 9(08).
               10 REV-MAIOR-EXPOSICAO PIC 9(08)V9(02).
               10 REV-QTD-DEVOLVIDOS  PIC 9(03).
               10 REV-VALOR-PERDAS    PIC 9(08)V9(02).
       01  IDX-REVISAO             PIC 9(03).
       01  CLIENTE-PROCURADO       PIC 9(06).
       01  CLIENTE-ACHADO-SW       PIC X(01).
           88 CLIENTE-ACHADO       VALUE "S".

      *    VENCIMENTOS DAS PARCELAS, PARA O ATRASO DE CADA
      *    RECEBIMENTO.
       01  TABELA-PARCELAS.
           05 QTD-PARCELAS         PIC 9(04) VALUE ZEROS.
           05 PARCELA-ITEM OCCURS 2000 TIMES.
               10 PARC-TAB-NOTA       PIC 9(06).
               10 PARC-TAB-NUMERO     PIC 9(02).
               10 PARC-TAB-VENCIMENTO PIC 9(08).
       01  IDX-PARCELA             PIC 9(04).
       01  PARCELA-ACHADA-SW       PIC X(01).
           88 PARCELA-ACHADA       VALUE "S".
       01  PARCELA-DO-RECEB        PIC 9(02).
       01  VENCIMENTO-DO-RECEB     PIC 9(08).
       01  NOME-TABELA-CHEIA       PIC X(14).

      *    SALDO CORRENTE DO CLIENTE NA SAIDA DO SORT.
       01  CLIENTE-ANTERIOR        PIC 9(06).
       01  SALDO-CLIENTE           PIC S9(10)V9(02).

      *    REGRA DA PONTUACAO - PARTE DE 100 E PERDE UM PONTO POR
      *    DIA DE ATRASO MEDIO (ATE 50) E DEZ POR BOLETO DEVOLVIDO
      *    (ATE 30). CLIENTE COM PERDA NO PERIODO FICA COM ZERO. A
      *    FAIXA DA PONTUACAO DA O PERCENTUAL DA MAIOR EXPOSICAO
      *    SUGERIDO COMO LIMITE, ARREDONDADO PARA BAIXO EM CENTENAS.
       01  MEDIA-ATRASO            PIC 9(04).
       01  PERDA-PONTOS-ATRASO     PIC 9(04).
       01  PERDA-PONTOS-DEVOLVIDOS PIC 9(04).
       01  PONTUACAO               PIC S9(04).
       01  PERC-DO-LIMITE          PIC 9(03).
       01  LIMITE-SUGERIDO         PIC 9(08)V9(02).
       01  LIMITE-CENTENAS         PIC 9(06).
       01  SEM-MOVIMENTO-SW        PIC X(01).
           88 SEM-MOVIMENTO        VALUE "S".

       01  TOTAL-REVISADOS         PIC 9(04) VALUE ZEROS.
       01  TOTAL-SUGESTOES         PIC 9(04) VALUE ZEROS.
       01  TOTAL-SEM-MOVIMENTO     PIC 9(04) VALUE ZEROS.
       01  TOTAL-SUBSTITUIDAS      PIC 9(04) VALUE ZEROS.

       01  LINHA-DETALHE.
           05 DET-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-PONTUACAO        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-ATRASO           PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-DEVOLVIDOS       PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-EXPOSICAO        PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-LIMITE-ATUAL     PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-SUGERIDO         PIC ZZ,ZZZ,ZZ9.
           05 DET-SUGESTAO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-MARCA            PIC X(05).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE DATA-CORRENTE TO DATA-INICIO-PERIODO.
           SUBTRACT 1 FROM INICIO-PERIODO-ANO.
           IF INICIO-PERIODO-MES IS EQUAL 2
                   AND INICIO-PERIODO-DIA IS EQUAL 29
               MOVE 28 TO INICIO-PERIODO-DIA.
           DISPLAY "---- REVISAO DOS LIMITES DE CREDITO ----".

           PERFORM CARREGA-CLIENTES-EM-REVISAO.
           IF QTD-REVISAO IS EQUAL ZEROS
               DISPLAY "NENHUM CLIENTE COM LIMITE EM CLICRED.DAT - "
                       "NADA A REVISAR."
               STOP RUN.
           PERFORM CARREGA-TABELA-PARCELAS.

           SORT ARQUIVO-ORDENACAO
                ON ASCENDING KEY ORD-CLIENTE ORD-DATA ORD-TIPO
                INPUT PROCEDURE IS CARREGA-MOVIMENTOS
                OUTPUT PROCEDURE IS APURA-MAIOR-EXPOSICAO.

           PERFORM CONTA-BOLETOS-DEVOLVIDOS.

           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
              AND CLIENTE-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           PERFORM ABRE-LISTA-DE-REVISAO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.
           MOVE 1 TO IDX-REVISAO.
           PERFORM AVALIA-UM-CLIENTE
                   UNTIL IDX-REVISAO IS GREATER THAN QTD-REVISAO.
           PERFORM GRAVA-RODAPE.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-LIMTMP.
           CLOSE ARQUIVO-CLIENTE.
           PERFORM RECARREGA-LISTA-DE-REVISAO.

           DISPLAY "==============================================".
           DISPLAY "CLIENTES REVISADOS         : " TOTAL-REVISADOS.
           DISPLAY "SEM MOVIMENTO NO PERIODO   : " TOTAL-SEM-MOVIMENTO.
           DISPLAY "SUGESTOES PARA O SUPERVISOR: " TOTAL-SUGESTOES.
           IF TOTAL-SUBSTITUIDAS IS GREATER THAN ZEROS
               DISPLAY "PENDENTES ANTERIORES SUBSTITUIDAS : "
                       TOTAL-SUBSTITUIDAS.
           DISPLAY "DETALHES EM LIMREV.REL - DECISAO NO PROG217.".
           DISPLAY "==============================================".

       PROGRAM-DONE.
           STOP RUN.

      *    SO OS CLIENTES COM LIMITE SAO REVISADOS - SEM LINHA EM
      *    CLICRED.DAT A EMISSAO NAO VERIFICA LIMITE (PROG59).
       CARREGA-CLIENTES-EM-REVISAO.
           OPEN INPUT ARQUIVO-CLICRED.
           IF CLICRED-ARQ-STATUS IS NOT EQUAL "00"
              AND CLICRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE LIMITES - STATUS : "
                       CLICRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-LIMITE.
           PERFORM GUARDA-CLIENTE-EM-REVISAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CLICRED.

       LEIA-PROXIMO-LIMITE.
           READ ARQUIVO-CLICRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-CLIENTE-EM-REVISAO.
           IF QTD-REVISAO IS EQUAL 500
               MOVE "LIMITES" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           ADD 1 TO QTD-REVISAO.
           MOVE CLICRED-CODIGO TO REV-CLIENTE(QTD-REVISAO).
           MOVE CLICRED-LIMITE TO REV-LIMITE(QTD-REVISAO).
           MOVE ZEROS TO REV-QTD-NOTAS(QTD-REVISAO).
           MOVE ZEROS TO REV-QTD-PAGTOS(QTD-REVISAO).
           MOVE ZEROS TO REV-SOMA-ATRASO(QTD-REVISAO).
           MOVE ZEROS TO REV-MAIOR-EXPOSICAO(QTD-REVISAO).
           MOVE ZEROS TO REV-QTD-DEVOLVIDOS(QTD-REVISAO).
           MOVE ZEROS TO REV-VALOR-PERDAS(QTD-REVISAO).
           PERFORM LEIA-PROXIMO-LIMITE.

       LOCALIZA-CLIENTE-EM-REVISAO.
           MOVE 1 TO IDX-REVISAO.
           MOVE "N" TO CLIENTE-ACHADO-SW.
           PERFORM COMPARA-CLIENTE-EM-REVISAO
                   UNTIL CLIENTE-ACHADO
                   OR IDX-REVISAO IS GREATER THAN QTD-REVISAO.

       COMPARA-CLIENTE-EM-REVISAO.
           IF REV-CLIENTE(IDX-REVISAO) IS EQUAL CLIENTE-PROCURADO
               MOVE "S" TO CLIENTE-ACHADO-SW
           ELSE
               ADD 1 TO IDX-REVISAO.

       CARREGA-TABELA-PARCELAS.
           OPEN INPUT ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTAPARC-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PARCELAS - "
                       "STATUS : " NOTAPARC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-PARCELA.
           PERFORM GUARDA-PARCELA-NA-TABELA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTAPARC.

       LEIA-PROXIMA-PARCELA.
           READ ARQUIVO-NOTAPARC AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-PARCELA-NA-TABELA.
           IF QTD-PARCELAS IS LESS THAN 2000
               ADD 1 TO QTD-PARCELAS
               MOVE NOTAPARC-NOTA TO PARC-TAB-NOTA(QTD-PARCELAS)
               MOVE NOTAPARC-PARCELA
                    TO PARC-TAB-NUMERO(QTD-PARCELAS)
               MOVE NOTAPARC-VENCIMENTO
                    TO PARC-TAB-VENCIMENTO(QTD-PARCELAS)
           ELSE
               MOVE "PARCELAS" TO NOME-TABELA-CHEIA
               PERFORM ACUSA-TABELA-CHEIA.
           PERFORM LEIA-PROXIMA-PARCELA.

       ACUSA-TABELA-CHEIA.
           DISPLAY "TABELA INTERNA CHEIA (" NOME-TABELA-CHEIA
                   ") - AUMENTE O LIMITE NO PROGRAMA.".
           DISPLAY "PROCESSAMENTO INTERROMPIDO.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *===============================================================
      *    ENTRADA DO SORT - TODO O HISTORICO DOS CLIENTES EM
      *    REVISAO, PARA QUE O SALDO CHEGUE CERTO AO INICIO DO
      *    PERIODO. OS INDICADORES DE ATRASO E DE PERDA SO CONTAM
      *    DENTRO DO PERIODO.
      *===============================================================
       CARREGA-MOVIMENTOS.
           PERFORM LIBERA-NOTAS.
           PERFORM LIBERA-RECEBIMENTOS.
           PERFORM LIBERA-NOTAS-DE-CREDITO.
           PERFORM LIBERA-PERDAS.

       LIBERA-NOTAS.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM LIBERA-UMA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTA.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-UMA-NOTA.
           IF NOT NOTA-CANCELADA
               MOVE NOTA-CLIENTE-CODIGO TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-EM-REVISAO
               IF CLIENTE-ACHADO
                   IF NOTA-DATA IS NOT LESS THAN DATA-INICIO-PERIODO
                       ADD 1 TO REV-QTD-NOTAS(IDX-REVISAO)
                   END-IF
                   MOVE NOTA-CLIENTE-CODIGO TO ORD-CLIENTE
                   MOVE NOTA-DATA           TO ORD-DATA
                   MOVE "1"                 TO ORD-TIPO
                   MOVE NOTA-VALOR-TOTAL    TO ORD-VALOR
                   RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMA-NOTA.

      *    A NOTA FICA ABERTA PARA A LEITURA DIRETA DO VENCIMENTO DOS
      *    RECEBIMENTOS SEM PARCELA (A PROPRIA DATA DA NOTA).
       LIBERA-RECEBIMENTOS.
           OPEN INPUT ARQUIVO-NOTA.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS NOT EQUAL "00"
              AND RECEB-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE RECEBIMENTOS - "
                       "STATUS : " RECEB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-RECEB.
           PERFORM LIBERA-UM-RECEBIMENTO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-RECEB.
           CLOSE ARQUIVO-NOTA.

       LEIA-PROXIMO-RECEB.
           READ ARQUIVO-RECEB NEXT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-UM-RECEBIMENTO.
           MOVE RECEB-CLIENTE-CODIGO TO CLIENTE-PROCURADO.
           PERFORM LOCALIZA-CLIENTE-EM-REVISAO.
           IF CLIENTE-ACHADO
               MOVE RECEB-CLIENTE-CODIGO TO ORD-CLIENTE
               MOVE RECEB-DATA           TO ORD-DATA
               MOVE "2"                  TO ORD-TIPO
               MOVE RECEB-VALOR          TO ORD-VALOR
               RELEASE ORDENACAO-REGISTRO
               IF RECEB-DATA IS NOT LESS THAN DATA-INICIO-PERIODO
                   PERFORM APURA-ATRASO-DO-RECEBIMENTO.
           PERFORM LEIA-PROXIMO-RECEB.

      *    ATRASO EM DIAS PELA ROTINA CENTRAL DE DATAS (PROG95) -
      *    RECEBIMENTO EM DIA OU ADIANTADO CONTA COMO ZERO.
       APURA-ATRASO-DO-RECEBIMENTO.
           MOVE ZEROS TO VENCIMENTO-DO-RECEB.
           IF RECEB-PARCELA IS NUMERIC
               MOVE RECEB-PARCELA TO PARCELA-DO-RECEB
           ELSE
               MOVE ZEROS TO PARCELA-DO-RECEB.
           IF PARCELA-DO-RECEB IS GREATER THAN ZEROS
               MOVE 1 TO IDX-PARCELA
               MOVE "N" TO PARCELA-ACHADA-SW
               PERFORM PROCURA-VENCIMENTO-DA-PARCELA
                       UNTIL PARCELA-ACHADA
                       OR IDX-PARCELA IS GREATER THAN QTD-PARCELAS
           ELSE
               MOVE RECEB-NOTA-NUMERO TO NOTA-NUMERO
               READ ARQUIVO-NOTA
                    INVALID KEY MOVE ZEROS TO NOTA-DATA
               END-READ
               MOVE NOTA-DATA TO VENCIMENTO-DO-RECEB.
           IF VENCIMENTO-DO-RECEB IS GREATER THAN ZEROS
               ADD 1 TO REV-QTD-PAGTOS(IDX-REVISAO)
               MOVE "D" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               MOVE VENCIMENTO-DO-RECEB TO DTVAL-DATA-1
               MOVE RECEB-DATA TO DTVAL-DATA-2
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-VALIDA
                       AND DTVAL-DIAS IS GREATER THAN ZEROS
                   ADD DTVAL-DIAS TO REV-SOMA-ATRASO(IDX-REVISAO).

       PROCURA-VENCIMENTO-DA-PARCELA.
           IF PARC-TAB-NOTA(IDX-PARCELA) IS EQUAL RECEB-NOTA-NUMERO
                   AND PARC-TAB-NUMERO(IDX-PARCELA) IS EQUAL
                       PARCELA-DO-RECEB
               MOVE "S" TO PARCELA-ACHADA-SW
               MOVE PARC-TAB-VENCIMENTO(IDX-PARCELA)
                    TO VENCIMENTO-DO-RECEB
           ELSE
               ADD 1 TO IDX-PARCELA.

       LIBERA-NOTAS-DE-CREDITO.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS NOT EQUAL "00"
              AND NOTACRED-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS DE CREDITO "
                       "- STATUS : " NOTACRED-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTACRED.
           PERFORM LIBERA-UMA-NOTA-DE-CREDITO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMA-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-UMA-NOTA-DE-CREDITO.
           MOVE NCRED-CLIENTE TO CLIENTE-PROCURADO.
           PERFORM LOCALIZA-CLIENTE-EM-REVISAO.
           IF CLIENTE-ACHADO
               MOVE NCRED-CLIENTE     TO ORD-CLIENTE
               MOVE NCRED-DATA        TO ORD-DATA
               MOVE "2"               TO ORD-TIPO
               MOVE NCRED-VALOR-TOTAL TO ORD-VALOR
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMA-NOTACRED.

      *    SO A PERDA APROVADA (PROG107) TIRA A NOTA DO SALDO - NA
      *    DATA DA DECISAO.
       LIBERA-PERDAS.
           OPEN INPUT ARQUIVO-PERDA.
           IF PERDA-ARQ-STATUS IS NOT EQUAL "00"
              AND PERDA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE PERDAS - STATUS : "
                       PERDA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-PERDA.
           PERFORM LIBERA-UMA-PERDA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PERDA.

       LEIA-PROXIMA-PERDA.
           READ ARQUIVO-PERDA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       LIBERA-UMA-PERDA.
           IF PERDA-APROVADA
               MOVE PERDA-CLIENTE TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-EM-REVISAO
               IF CLIENTE-ACHADO
                   MOVE PERDA-CLIENTE      TO ORD-CLIENTE
                   MOVE PERDA-DATA-DECISAO TO ORD-DATA
                   MOVE "2"                TO ORD-TIPO
                   MOVE PERDA-VALOR        TO ORD-VALOR
                   RELEASE ORDENACAO-REGISTRO
                   IF PERDA-DATA-DECISAO IS NOT LESS THAN
                           DATA-INICIO-PERIODO
                       ADD PERDA-VALOR
                           TO REV-VALOR-PERDAS(IDX-REVISAO).
           PERFORM LEIA-PROXIMA-PERDA.

      *===============================================================
      *    SAIDA DO SORT - SALDO CORRENTE DE CADA CLIENTE NA ORDEM
      *    DOS MOVIMENTOS. O MAIOR SALDO DO PERIODO E' A MAIOR
      *    EXPOSICAO USADA - O SALDO QUE VEIO DE ANTES DO INICIO DO
      *    PERIODO CONTA TAMBEM, ANTES DO PRIMEIRO MOVIMENTO DELE.
      *===============================================================
       APURA-MAIOR-EXPOSICAO.
           MOVE "N" TO FINAL-ORDENACAO.
           MOVE ZEROS TO CLIENTE-ANTERIOR.
           PERFORM RETORNA-PROXIMO-MOVIMENTO.
           PERFORM PROCESSA-MOVIMENTO
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-PROXIMO-MOVIMENTO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       PROCESSA-MOVIMENTO.
           IF ORD-CLIENTE IS NOT EQUAL CLIENTE-ANTERIOR
               MOVE ORD-CLIENTE TO CLIENTE-ANTERIOR
               MOVE ORD-CLIENTE TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-EM-REVISAO
               MOVE ZEROS TO SALDO-CLIENTE.
           IF ORD-DATA IS NOT LESS THAN DATA-INICIO-PERIODO
               PERFORM GUARDA-MAIOR-EXPOSICAO.
           IF ORD-TIPO IS EQUAL "1"
               ADD ORD-VALOR TO SALDO-CLIENTE
           ELSE
               SUBTRACT ORD-VALOR FROM SALDO-CLIENTE.
           IF ORD-DATA IS NOT LESS THAN DATA-INICIO-PERIODO
               PERFORM GUARDA-MAIOR-EXPOSICAO.
           PERFORM RETORNA-PROXIMO-MOVIMENTO.

       GUARDA-MAIOR-EXPOSICAO.
           IF SALDO-CLIENTE IS GREATER THAN
                   REV-MAIOR-EXPOSICAO(IDX-REVISAO)
               MOVE SALDO-CLIENTE TO REV-MAIOR-EXPOSICAO(IDX-REVISAO).

       CONTA-BOLETOS-DEVOLVIDOS.
           OPEN INPUT ARQUIVO-BOLDEV.
           IF BOLDEV-ARQ-STATUS IS NOT EQUAL "00"
              AND BOLDEV-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE BOLETOS DEVOLVIDOS "
                       "- STATUS : " BOLDEV-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-DEVOLVIDO.
           PERFORM CONTA-UM-DEVOLVIDO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-BOLDEV.

       LEIA-PROXIMO-DEVOLVIDO.
           READ ARQUIVO-BOLDEV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       CONTA-UM-DEVOLVIDO.
           IF BOLDEV-DATA IS NOT LESS THAN DATA-INICIO-PERIODO
               MOVE BOLDEV-CLIENTE TO CLIENTE-PROCURADO
               PERFORM LOCALIZA-CLIENTE-EM-REVISAO
               IF CLIENTE-ACHADO
                       AND REV-QTD-DEVOLVIDOS(IDX-REVISAO) IS LESS
                           THAN 999
                   ADD 1 TO REV-QTD-DEVOLVIDOS(IDX-REVISAO).
           PERFORM LEIA-PROXIMO-DEVOLVIDO.

      *===============================================================
      *    PONTUACAO E SUGESTAO DE CADA CLIENTE EM REVISAO.
      *===============================================================
       AVALIA-UM-CLIENTE.
           ADD 1 TO TOTAL-REVISADOS.
           MOVE REV-CLIENTE(IDX-REVISAO) TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME.
           MOVE SPACES TO LINHA-DETALHE.
           MOVE REV-CLIENTE(IDX-REVISAO) TO DET-CLIENTE.
           MOVE CLIENTE-NOME TO DET-NOME.
           MOVE REV-LIMITE(IDX-REVISAO) TO DET-LIMITE-ATUAL.
           MOVE "N" TO SEM-MOVIMENTO-SW.
           IF REV-QTD-NOTAS(IDX-REVISAO) IS EQUAL ZEROS
                   AND REV-QTD-PAGTOS(IDX-REVISAO) IS EQUAL ZEROS
                   AND REV-MAIOR-EXPOSICAO(IDX-REVISAO) IS EQUAL ZEROS
                   AND REV-QTD-DEVOLVIDOS(IDX-REVISAO) IS EQUAL ZEROS
                   AND REV-VALOR-PERDAS(IDX-REVISAO) IS EQUAL ZEROS
               MOVE "S" TO SEM-MOVIMENTO-SW.
           IF SEM-MOVIMENTO
               ADD 1 TO TOTAL-SEM-MOVIMENTO
               MOVE "S/MOV" TO DET-MARCA
           ELSE
               PERFORM CALCULA-PONTUACAO
               PERFORM CALCULA-LIMITE-SUGERIDO
               MOVE PONTUACAO TO DET-PONTUACAO
               MOVE MEDIA-ATRASO TO DET-ATRASO
               MOVE REV-QTD-DEVOLVIDOS(IDX-REVISAO) TO DET-DEVOLVIDOS
               MOVE REV-MAIOR-EXPOSICAO(IDX-REVISAO) TO DET-EXPOSICAO
               MOVE LIMITE-SUGERIDO TO DET-SUGERIDO
               IF REV-VALOR-PERDAS(IDX-REVISAO) IS GREATER THAN ZEROS
                   MOVE "PERDA" TO DET-MARCA
               END-IF
               IF LIMITE-SUGERIDO IS NOT EQUAL REV-LIMITE(IDX-REVISAO)
                   PERFORM GRAVA-SUGESTAO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-REVISAO.

       CALCULA-PONTUACAO.
           MOVE ZEROS TO MEDIA-ATRASO.
           IF REV-QTD-PAGTOS(IDX-REVISAO) IS GREATER THAN ZEROS
               COMPUTE MEDIA-ATRASO ROUNDED =
                       REV-SOMA-ATRASO(IDX-REVISAO) /
                       REV-QTD-PAGTOS(IDX-REVISAO)
                   ON SIZE ERROR MOVE 9999 TO MEDIA-ATRASO.
           MOVE MEDIA-ATRASO TO PERDA-PONTOS-ATRASO.
           IF PERDA-PONTOS-ATRASO IS GREATER THAN 50
               MOVE 50 TO PERDA-PONTOS-ATRASO.
           COMPUTE PERDA-PONTOS-DEVOLVIDOS =
                   REV-QTD-DEVOLVIDOS(IDX-REVISAO) * 10.
           IF PERDA-PONTOS-DEVOLVIDOS IS GREATER THAN 30
               MOVE 30 TO PERDA-PONTOS-DEVOLVIDOS.
           COMPUTE PONTUACAO = 100 - PERDA-PONTOS-ATRASO -
                   PERDA-PONTOS-DEVOLVIDOS.
           IF REV-VALOR-PERDAS(IDX-REVISAO) IS GREATER THAN ZEROS
               MOVE ZEROS TO PONTUACAO.
           IF PONTUACAO IS LESS THAN ZEROS
               MOVE ZEROS TO PONTUACAO.

      *    80 OU MAIS : 150% DA MAIOR EXPOSICAO; 60 A 79 : 120%;
      *    40 A 59 : 100%; 20 A 39 : 50%; ABAIXO DE 20 : SEM LIMITE
      *    (ZERO - TODA NOTA NOVA PASSA PELA LIBERACAO DO PROG59).
       CALCULA-LIMITE-SUGERIDO.
           IF PONTUACAO IS NOT LESS THAN 80
               MOVE 150 TO PERC-DO-LIMITE
           ELSE
               IF PONTUACAO IS NOT LESS THAN 60
                   MOVE 120 TO PERC-DO-LIMITE
               ELSE
                   IF PONTUACAO IS NOT LESS THAN 40
                       MOVE 100 TO PERC-DO-LIMITE
                   ELSE
                       IF PONTUACAO IS NOT LESS THAN 20
                           MOVE 50 TO PERC-DO-LIMITE
                       ELSE
                           MOVE ZEROS TO PERC-DO-LIMITE.
           COMPUTE LIMITE-CENTENAS =
                   REV-MAIOR-EXPOSICAO(IDX-REVISAO) * PERC-DO-LIMITE
                   / 10000.
           COMPUTE LIMITE-SUGERIDO = LIMITE-CENTENAS * 100.

       GRAVA-SUGESTAO.
           MOVE REV-CLIENTE(IDX-REVISAO)   TO LIMREV-CLIENTE.
           MOVE DATA-CORRENTE              TO LIMREV-DATA-REVISAO.
           MOVE REV-LIMITE(IDX-REVISAO)    TO LIMREV-LIMITE-ATUAL.
           MOVE LIMITE-SUGERIDO            TO LIMREV-LIMITE-SUGERIDO.
           MOVE PONTUACAO                  TO LIMREV-PONTUACAO.
           MOVE MEDIA-ATRASO               TO LIMREV-MEDIA-ATRASO.
           MOVE REV-MAIOR-EXPOSICAO(IDX-REVISAO)
                TO LIMREV-MAIOR-EXPOSICAO.
           MOVE REV-QTD-DEVOLVIDOS(IDX-REVISAO)
                TO LIMREV-QTD-DEVOLVIDOS.
           MOVE REV-VALOR-PERDAS(IDX-REVISAO) TO LIMREV-VALOR-PERDAS.
           MOVE "P"                        TO LIMREV-SITUACAO.
           MOVE SPACES                     TO LIMREV-APROVADOR.
           MOVE ZEROS                      TO LIMREV-DATA-DECISAO.
           WRITE LIMTMP-REGISTRO FROM LIMREV-REGISTRO.
           ADD 1 TO TOTAL-SUGESTOES.
           MOVE "*" TO DET-SUGESTAO.

      *    AS DECISOES JA TOMADAS PASSAM PARA A COPIA DE TRABALHO
      *    COMO HISTORICO - AS PENDENTES DA REVISAO ANTERIOR SAO
      *    SUBSTITUIDAS PELAS DESTA.
       ABRE-LISTA-DE-REVISAO.
           OPEN OUTPUT ARQUIVO-LIMTMP.
           OPEN INPUT ARQUIVO-LIMREV.
           IF LIMREV-ARQ-STATUS IS NOT EQUAL "00"
              AND LIMREV-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR A LISTA DE REVISAO - STATUS : "
                       LIMREV-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-REVISAO.
           PERFORM COPIA-REVISAO-DECIDIDA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LIMREV.

       LEIA-PROXIMA-REVISAO.
           READ ARQUIVO-LIMREV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REVISAO-DECIDIDA.
           IF LIMREV-PENDENTE
               ADD 1 TO TOTAL-SUBSTITUIDAS
           ELSE
               WRITE LIMTMP-REGISTRO FROM LIMREV-REGISTRO.
           PERFORM LEIA-PROXIMA-REVISAO.

       RECARREGA-LISTA-DE-REVISAO.
           OPEN INPUT ARQUIVO-LIMTMP.
           OPEN OUTPUT ARQUIVO-LIMREV.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-LIMTMP.
           PERFORM RECARREGA-UMA-REVISAO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-LIMREV.
           CLOSE ARQUIVO-LIMTMP.

       LEIA-PROXIMA-LIMTMP.
           READ ARQUIVO-LIMTMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       RECARREGA-UMA-REVISAO.
           WRITE LIMREV-REGISTRO FROM LIMTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-LIMTMP.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REVISAO DOS LIMITES DE CREDITO - PERIODO DE "
                  INICIO-PERIODO-DIA "/" INICIO-PERIODO-MES "/"
                  INICIO-PERIODO-ANO " A " DATA-CORRENTE-DIA "/"
                  DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PTS=PONTUACAO  ATR=DIAS DE ATRASO MEDIO  "
                  "DEV=BOLETOS DEVOLVIDOS  *=SUGESTAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CLIENT NOME                 PTS  ATR DEV  EXPOSICAO"
                  "      ATUAL   SUGERIDO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-RODAPE.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REVISADOS : " TOTAL-REVISADOS
                  "  SEM MOVIMENTO : " TOTAL-SEM-MOVIMENTO
                  "  SUGESTOES PENDENTES : " TOTAL-SUGESTOES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
