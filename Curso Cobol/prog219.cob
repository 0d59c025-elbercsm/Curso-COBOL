       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG219.

      *    ROMANEIO DE ENTREGA - DEPOIS DA EMISSAO (PROG59) A NOTA
      *    ENTRA NA EXPEDICAO :
      *    - MONTAGEM : AGRUPA AS NOTAS DE UMA FILIAL NUMA CARGA
      *      NUMERADA (ROMCTL.DAT) PARA UM VEICULO E MOTORISTA NUMA
      *      DATA DE SAIDA, GRAVANDO UM REGISTRO POR NOTA EM
      *      ENTREGA.DAT, E IMPRIME O ROMANEIO;
      *    - IMPRESSAO : REIMPRIME O ROMANEIO (ROMANEIO.REL) COM O
      *      ENDERECO E O TELEFONE DE CADA CLIENTE E O ESPACO PARA A
      *      ASSINATURA DO RECEBEDOR;
      *    - BAIXA : NA VOLTA DO VEICULO, CADA NOTA EM ROTA E'
      *      CONFIRMADA COMO ENTREGUE OU DEVOLVIDA COM O MOTIVO. A
      *      DEVOLUCAO FICA NA TRILHA DE AUDITORIA E AGUARDA A NOTA
      *      DE CREDITO DO PROG105.
      *    UMA NOTA SO EMBARCA UMA VEZ - A DEVOLVIDA NAO VOLTA PARA
      *    A EXPEDICAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELENTREGA.cob".
           COPY "SELROMCTL.cob".
           COPY "SELNOTA.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELFILIAL.cob".
           COPY "SELAUDIT.cob".
           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ROMANEIO.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDENTREGA.cob".
           COPY "FDROMCTL.cob".
           COPY "FDNOTA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFILIAL.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "DTVALPARM.cob".

       01  ENTREGA-ARQ-STATUS      PIC X(02).
       01  ROMCTL-ARQ-STATUS       PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-FILIAL            PIC X.
       01  FINAL-ROMANEIO          PIC X.

       01  OPCAO-PROGRAMA          PIC X(01).
           88 OPCAO-MONTAR         VALUE "M".
           88 OPCAO-BAIXAR         VALUE "B".
           88 OPCAO-IMPRIMIR       VALUE "I".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  PROXIMO-ROMANEIO        PIC 9(06) VALUE ZEROS.
       01  ROMANEIO-PESQUISADO     PIC 9(06).
       01  ROMANEIO-INFORMADO      PIC X(06).

      *    CABECALHO DA CARGA EM MONTAGEM.
       01  DATA-SAIDA-INFORMADA    PIC X(08).
       01  DATA-SAIDA              PIC 9(08).
       01  DATA-SAIDA-SW           PIC X(01).
           88 DATA-SAIDA-ACEITA    VALUE "S".
       01  FILIAL-ROMANEIO         PIC 9(03).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".
       01  VEICULO-ROMANEIO        PIC X(08).
       01  MOTORISTA-ROMANEIO      PIC X(20).

      *    NOTAS ACEITAS NA CARGA - SO SAO GRAVADAS NO FIM DA
      *    MONTAGEM, JUNTO COM O NUMERO DO ROMANEIO.
       01  TABELA-CARGA.
           05 QTD-CARGA            PIC 9(02) VALUE ZEROS.
           05 CARGA-ITEM OCCURS 50 TIMES.
               10 CARGA-NOTA          PIC 9(06).
               10 CARGA-CLIENTE       PIC 9(06).
       01  IDX-CARGA               PIC 9(02).
       01  NOTA-INFORMADA          PIC X(06).
       01  NOTA-PESQUISADA         PIC 9(06).
       01  FIM-DA-CARGA-SW         PIC X(01).
           88 FIM-DA-CARGA         VALUE "S".
       01  NOTA-REPETIDA-SW        PIC X(01).
           88 NOTA-REPETIDA        VALUE "S".

       01  RESPOSTA-BAIXA          PIC X(01).
           88 BAIXA-VALIDA         VALUE "E" "D" " ".

       01  TOTAL-NOTAS-ROMANEIO    PIC 9(04).
       01  TOTAL-VALOR-ROMANEIO    PIC 9(10)V9(02).
       01  TOTAL-ENTREGUES         PIC 9(04).
       01  TOTAL-DEVOLVIDAS        PIC 9(04).
       01  TOTAL-EM-ROTA           PIC 9(04).

       01  LINHA-NOTA.
           05 LNT-NOTA             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LNT-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LNT-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LNT-ITENS            PIC Z9.
           05 FILLER               PIC X(07) VALUE " ITENS ".
           05 LNT-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LNT-SITUACAO         PIC X(10).

       01  LINHA-ENDERECO.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 LEN-LOGRADOURO       PIC X(22).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LEN-NUMERO           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LEN-CIDADE           PIC X(13).
           05 FILLER               PIC X(01) VALUE "/".
           05 LEN-UF               PIC X(02).
           05 FILLER               PIC X(05) VALUE " CEP ".
           05 LEN-CEP              PIC X(08).

       01  VALOR-EDITADO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- ROMANEIO DE ENTREGA ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-ENTREGA.
           PERFORM CARREGA-ULTIMO-ROMANEIO.

           MOVE SPACE TO OPCAO-PROGRAMA.
           PERFORM EXECUTA-OPCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-ENTREGA.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA BAIXA POSSA SER ATRIBUIDA A ALGUEM.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-ENTREGA.
           OPEN I-O ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ENTREGA
               CLOSE ARQUIVO-ENTREGA
               OPEN I-O ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CONTROLE DE EXPEDICAO - "
                       "STATUS : " ENTREGA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-OPCAO.
           DISPLAY "OPCAO - (M)ONTAR (I)MPRIMIR (B)AIXAR (S)AIR : ".
           MOVE SPACE TO OPCAO-PROGRAMA.
           ACCEPT OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "m"
               MOVE "M" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "i"
               MOVE "I" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "b"
               MOVE "B" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "s"
               MOVE "S" TO OPCAO-PROGRAMA.
           IF OPCAO-MONTAR
               PERFORM MONTA-ROMANEIO.
           IF OPCAO-IMPRIMIR
               PERFORM PEDE-ROMANEIO
               IF ROMANEIO-PESQUISADO IS GREATER THAN ZEROS
                   PERFORM IMPRIME-ROMANEIO.
           IF OPCAO-BAIXAR
               PERFORM PEDE-ROMANEIO
               IF ROMANEIO-PESQUISADO IS GREATER THAN ZEROS
                   PERFORM BAIXA-ROMANEIO.

      *    LE O ULTIMO NUMERO DE ROMANEIO MONTADO - MESMA IDEIA DO
      *    CONTROLE NOTACTL DAS VENDAS.
       CARREGA-ULTIMO-ROMANEIO.
           MOVE ZEROS TO PROXIMO-ROMANEIO.
           OPEN INPUT ARQUIVO-ROMCTL.
           IF ROMCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-ROMCTL
               IF ROMCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE ROMCTL-ULTIMO-NUMERO TO PROXIMO-ROMANEIO.
           CLOSE ARQUIVO-ROMCTL.

       GRAVA-ULTIMO-ROMANEIO.
           MOVE PROXIMO-ROMANEIO TO ROMCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-ROMCTL.
           WRITE ROMCTL-REGISTRO.
           CLOSE ARQUIVO-ROMCTL.

       PEDE-ROMANEIO.
           DISPLAY "NUMERO DO ROMANEIO : ".
           MOVE SPACES TO ROMANEIO-INFORMADO.
           ACCEPT ROMANEIO-INFORMADO.
           IF ROMANEIO-INFORMADO IS NUMERIC
               MOVE ROMANEIO-INFORMADO TO ROMANEIO-PESQUISADO
           ELSE
               MOVE ZEROS TO ROMANEIO-PESQUISADO.
           IF ROMANEIO-PESQUISADO IS EQUAL ZEROS
               DISPLAY "NUMERO DE ROMANEIO INVALIDO.".

      *===============================================================
      *    MONTAGEM DA CARGA.
      *===============================================================
       MONTA-ROMANEIO.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE "N" TO DATA-SAIDA-SW.
           PERFORM PEDE-DATA-SAIDA
                   UNTIL DATA-SAIDA-ACEITA.
           MOVE "N" TO FILIAL-ACHADA-SW.
           PERFORM PEDE-FILIAL-ROMANEIO
                   UNTIL FILIAL-ACHADA.
           MOVE SPACES TO VEICULO-ROMANEIO.
           PERFORM PEDE-VEICULO
                   UNTIL VEICULO-ROMANEIO IS NOT EQUAL SPACES.
           MOVE SPACES TO MOTORISTA-ROMANEIO.
           PERFORM PEDE-MOTORISTA
                   UNTIL MOTORISTA-ROMANEIO IS NOT EQUAL SPACES.

           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE NOTAS - STATUS : "
                       NOTA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           MOVE ZEROS TO QTD-CARGA.
           MOVE "N" TO FIM-DA-CARGA-SW.
           PERFORM CAPTURA-NOTA-DA-CARGA
                   UNTIL FIM-DA-CARGA
                   OR QTD-CARGA IS EQUAL 50.
           CLOSE ARQUIVO-NOTA.
           IF QTD-CARGA IS EQUAL 50
               DISPLAY "ROMANEIO COMPLETO - 50 NOTAS.".

           IF QTD-CARGA IS EQUAL ZEROS
               DISPLAY "NENHUMA NOTA NA CARGA - ROMANEIO NAO GRAVADO."
           ELSE
               ADD 1 TO PROXIMO-ROMANEIO
               PERFORM GRAVA-ULTIMO-ROMANEIO
               MOVE 1 TO IDX-CARGA
               PERFORM GRAVA-NOTA-DA-CARGA
                       UNTIL IDX-CARGA IS GREATER THAN QTD-CARGA
               DISPLAY "ROMANEIO " PROXIMO-ROMANEIO " GRAVADO COM "
                       QTD-CARGA " NOTAS."
               MOVE PROXIMO-ROMANEIO TO ROMANEIO-PESQUISADO
               PERFORM IMPRIME-ROMANEIO.

      *    DATA DE SAIDA EM BRANCO ASSUME HOJE. A DATA INFORMADA
      *    PASSA PELA ROTINA CENTRAL DE DATAS.
       PEDE-DATA-SAIDA.
           DISPLAY "DATA DE SAIDA (AAAAMMDD - ENTER = HOJE) : ".
           MOVE SPACES TO DATA-SAIDA-INFORMADA.
           ACCEPT DATA-SAIDA-INFORMADA.
           IF DATA-SAIDA-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE TO DATA-SAIDA
               MOVE "S" TO DATA-SAIDA-SW
           ELSE
               IF DATA-SAIDA-INFORMADA IS NOT NUMERIC
                   DISPLAY "DATA INVALIDA."
               ELSE
                   MOVE "V" TO DTVAL-FUNCAO
                   MOVE "N" TO DTVAL-EXIGE-PASSADO
                   MOVE DATA-SAIDA-INFORMADA TO DTVAL-DATA-1
                   CALL "PROG95" USING DTVAL-PARAMETROS
                   IF DTVAL-DATA-VALIDA
                       MOVE DATA-SAIDA-INFORMADA TO DATA-SAIDA
                       MOVE "S" TO DATA-SAIDA-SW
                   ELSE
                       DISPLAY "DATA INVALIDA.".

      *    A FILIAL DA CARGA PRECISA EXISTIR E ESTAR ATIVA NO
      *    CADASTRO DE FILIAIS - COM O CADASTRO AINDA VAZIO VALE O
      *    CODIGO INFORMADO.
       PEDE-FILIAL-ROMANEIO.
           DISPLAY "FILIAL DE ORIGEM DA CARGA : ".
           MOVE ZEROS TO FILIAL-ROMANEIO.
           ACCEPT FILIAL-ROMANEIO.
           IF FILIAL-ROMANEIO IS NOT NUMERIC
               MOVE ZEROS TO FILIAL-ROMANEIO.
           MOVE "N" TO FINAL-FILIAL.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               PERFORM LEIA-PROXIMA-FILIAL
               IF FINAL-FILIAL IS EQUAL "S"
                   MOVE "S" TO FILIAL-ACHADA-SW
               ELSE
                   PERFORM PROCURA-FILIAL-ROMANEIO
                           UNTIL FINAL-FILIAL IS EQUAL "S"
                           OR FILIAL-ACHADA
           ELSE
               MOVE "S" TO FILIAL-ACHADA-SW.
           CLOSE ARQUIVO-FILIAL.
           IF NOT FILIAL-ACHADA
               DISPLAY "FILIAL " FILIAL-ROMANEIO " INEXISTENTE OU "
                       "INATIVA (PROG151).".

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       PROCURA-FILIAL-ROMANEIO.
           IF FILIAL-CODIGO IS EQUAL FILIAL-ROMANEIO
                   AND FILIAL-ATIVA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-FILIAL.

       PEDE-VEICULO.
           DISPLAY "PLACA DO VEICULO : ".
           ACCEPT VEICULO-ROMANEIO.
           IF VEICULO-ROMANEIO IS EQUAL SPACES
               DISPLAY "INFORME A PLACA DO VEICULO.".

       PEDE-MOTORISTA.
           DISPLAY "NOME DO MOTORISTA : ".
           ACCEPT MOTORISTA-ROMANEIO.
           IF MOTORISTA-ROMANEIO IS EQUAL SPACES
               DISPLAY "INFORME O MOTORISTA.".

      *    A NOTA EM BRANCO/ZERO ENCERRA A CARGA. SO EMBARCA NOTA
      *    NAO CANCELADA NEM BAIXADA COMO PERDA, DA FILIAL DA CARGA,
      *    EMITIDA ATE A DATA DE SAIDA E QUE AINDA NAO ESTEJA EM
      *    OUTRO ROMANEIO.
       CAPTURA-NOTA-DA-CARGA.
           DISPLAY "NUMERO DA NOTA (ZERO ENCERRA A CARGA) : ".
           MOVE SPACES TO NOTA-INFORMADA.
           ACCEPT NOTA-INFORMADA.
           IF NOTA-INFORMADA IS NUMERIC
               MOVE NOTA-INFORMADA TO NOTA-PESQUISADA
           ELSE
               MOVE ZEROS TO NOTA-PESQUISADA.
           IF NOTA-PESQUISADA IS EQUAL ZEROS
               MOVE "S" TO FIM-DA-CARGA-SW
           ELSE
               PERFORM VALIDA-NOTA-DA-CARGA.

       VALIDA-NOTA-DA-CARGA.
           MOVE NOTA-PESQUISADA TO NOTA-NUMERO.
           READ ARQUIVO-NOTA
                INVALID KEY
                DISPLAY "NOTA " NOTA-NUMERO " NAO ENCONTRADA.".
           IF NOTA-ARQ-STATUS IS EQUAL "00"
               IF NOTA-CANCELADA OR NOTA-PERDA
                   DISPLAY "NOTA " NOTA-NUMERO " CANCELADA OU BAIXADA "
                           "COMO PERDA - NAO EMBARCA."
               ELSE
                   IF NOTA-FILIAL IS NOT EQUAL FILIAL-ROMANEIO
                       DISPLAY "NOTA " NOTA-NUMERO " E' DA FILIAL "
                               NOTA-FILIAL " - NAO EMBARCA NESTA "
                               "CARGA."
                   ELSE
                       IF NOTA-DATA IS GREATER THAN DATA-SAIDA
                           DISPLAY "NOTA " NOTA-NUMERO " EMITIDA "
                                   "DEPOIS DA DATA DE SAIDA."
                       ELSE
                           PERFORM VERIFICA-NOTA-JA-EMBARCADA.

       VERIFICA-NOTA-JA-EMBARCADA.
           MOVE NOTA-NUMERO TO ENTREGA-NOTA.
           READ ARQUIVO-ENTREGA
                INVALID KEY
                MOVE ZEROS TO ENTREGA-ROMANEIO.
           IF ENTREGA-ARQ-STATUS IS EQUAL "00"
               DISPLAY "NOTA " NOTA-NUMERO " JA ESTA NO ROMANEIO "
                       ENTREGA-ROMANEIO "."
           ELSE
               MOVE "N" TO NOTA-REPETIDA-SW
               MOVE 1 TO IDX-CARGA
               PERFORM PROCURA-NOTA-NA-CARGA
                       UNTIL NOTA-REPETIDA
                       OR IDX-CARGA IS GREATER THAN QTD-CARGA
               IF NOTA-REPETIDA
                   DISPLAY "NOTA " NOTA-NUMERO " JA INCLUIDA NESTA "
                           "CARGA."
               ELSE
                   ADD 1 TO QTD-CARGA
                   MOVE NOTA-NUMERO TO CARGA-NOTA(QTD-CARGA)
                   MOVE NOTA-CLIENTE-CODIGO
                        TO CARGA-CLIENTE(QTD-CARGA)
                   DISPLAY "NOTA " NOTA-NUMERO " INCLUIDA - CLIENTE "
                           NOTA-CLIENTE-CODIGO ".".

       PROCURA-NOTA-NA-CARGA.
           IF CARGA-NOTA(IDX-CARGA) IS EQUAL NOTA-NUMERO
               MOVE "S" TO NOTA-REPETIDA-SW
           ELSE
               ADD 1 TO IDX-CARGA.

       GRAVA-NOTA-DA-CARGA.
           MOVE CARGA-NOTA(IDX-CARGA)    TO ENTREGA-NOTA.
           MOVE PROXIMO-ROMANEIO         TO ENTREGA-ROMANEIO.
           MOVE FILIAL-ROMANEIO          TO ENTREGA-FILIAL.
           MOVE CARGA-CLIENTE(IDX-CARGA) TO ENTREGA-CLIENTE.
           MOVE DATA-SAIDA               TO ENTREGA-DATA-SAIDA.
           MOVE VEICULO-ROMANEIO         TO ENTREGA-VEICULO.
           MOVE MOTORISTA-ROMANEIO       TO ENTREGA-MOTORISTA.
           MOVE "R"                      TO ENTREGA-SITUACAO.
           MOVE ZEROS                    TO ENTREGA-DATA-BAIXA.
           MOVE SPACES                   TO ENTREGA-MOTIVO.
           MOVE ZEROS                    TO ENTREGA-NCRED.
           MOVE OPERADOR-ID              TO ENTREGA-OPERADOR.
           WRITE ENTREGA-REGISTRO
                 INVALID KEY
                 DISPLAY "NOTA " ENTREGA-NOTA " JA EMBARCADA - NAO "
                         "GRAVADA NO ROMANEIO.".
           ADD 1 TO IDX-CARGA.

      *===============================================================
      *    IMPRESSAO DO ROMANEIO PESQUISADO, PELA CHAVE DO ROMANEIO.
      *===============================================================
       IMPRIME-ROMANEIO.
           MOVE ROMANEIO-PESQUISADO TO ENTREGA-ROMANEIO.
           MOVE "N" TO FINAL-ROMANEIO.
           START ARQUIVO-ENTREGA KEY IS EQUAL ENTREGA-ROMANEIO
                 INVALID KEY
                 MOVE "S" TO FINAL-ROMANEIO.
           IF FINAL-ROMANEIO IS EQUAL "S"
               DISPLAY "ROMANEIO " ROMANEIO-PESQUISADO
                       " NAO ENCONTRADO."
           ELSE
               PERFORM GERA-ROMANEIO.

       GERA-ROMANEIO.
           OPEN INPUT ARQUIVO-NOTA.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE ZEROS TO TOTAL-NOTAS-ROMANEIO.
           MOVE ZEROS TO TOTAL-VALOR-ROMANEIO.
           PERFORM LEIA-PROXIMA-ENTREGA-ROMANEIO.
           PERFORM GRAVA-CABECALHO-ROMANEIO.
           PERFORM IMPRIME-NOTA-DO-ROMANEIO
                   UNTIL FINAL-ROMANEIO IS EQUAL "S".
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-VALOR-ROMANEIO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE NOTAS : " TOTAL-NOTAS-ROMANEIO
                  "     VALOR DA CARGA : " VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONFERIDO NA SAIDA : ______________________   "
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-NOTA.
           DISPLAY "ROMANEIO " ROMANEIO-PESQUISADO
                   " IMPRESSO EM ROMANEIO.REL.".

      *    LEITURA PELA CHAVE ALTERNATIVA - TERMINA AO MUDAR O
      *    NUMERO DO ROMANEIO.
       LEIA-PROXIMA-ENTREGA-ROMANEIO.
           READ ARQUIVO-ENTREGA NEXT RECORD
                AT END
                MOVE "S" TO FINAL-ROMANEIO.
           IF FINAL-ROMANEIO IS EQUAL "N"
                   AND ENTREGA-ROMANEIO IS NOT EQUAL
                       ROMANEIO-PESQUISADO
               MOVE "S" TO FINAL-ROMANEIO.

       GRAVA-CABECALHO-ROMANEIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ROMANEIO DE ENTREGA " ROMANEIO-PESQUISADO
                  " - SAIDA EM " ENTREGA-SAIDA-DIA "/"
                  ENTREGA-SAIDA-MES "/" ENTREGA-SAIDA-ANO
                  " - FILIAL " ENTREGA-FILIAL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VEICULO " ENTREGA-VEICULO "  MOTORISTA "
                  ENTREGA-MOTORISTA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-NOTA-DO-ROMANEIO.
           MOVE ENTREGA-NOTA TO NOTA-NUMERO.
           READ ARQUIVO-NOTA
                INVALID KEY
                MOVE ZEROS TO NOTA-QTD-ITENS
                MOVE ZEROS TO NOTA-VALOR-TOTAL.
           MOVE ENTREGA-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME
                MOVE SPACES TO CLIENTE-ENDERECO
                MOVE SPACES TO CLIENTE-TELEFONE.
           ADD 1 TO TOTAL-NOTAS-ROMANEIO.
           ADD NOTA-VALOR-TOTAL TO TOTAL-VALOR-ROMANEIO.

           MOVE ENTREGA-NOTA     TO LNT-NOTA.
           MOVE ENTREGA-CLIENTE  TO LNT-CLIENTE.
           MOVE CLIENTE-NOME     TO LNT-NOME.
           MOVE NOTA-QTD-ITENS   TO LNT-ITENS.
           MOVE NOTA-VALOR-TOTAL TO LNT-VALOR.
           IF ENTREGA-ENTREGUE
               MOVE "ENTREGUE" TO LNT-SITUACAO
           ELSE
               IF ENTREGA-DEVOLVIDA
                   MOVE "DEVOLVIDA" TO LNT-SITUACAO
               ELSE
                   MOVE "EM ROTA" TO LNT-SITUACAO.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE CLIENTE-END-LOGRADOURO TO LEN-LOGRADOURO.
           MOVE CLIENTE-END-NUMERO     TO LEN-NUMERO.
           MOVE CLIENTE-END-CIDADE     TO LEN-CIDADE.
           MOVE CLIENTE-END-UF         TO LEN-UF.
           MOVE CLIENTE-END-CEP        TO LEN-CEP.
           MOVE LINHA-ENDERECO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "       FONE (" CLIENTE-TELEFONE-DDD ") "
                  CLIENTE-TELEFONE-NUMERO
                  "   RECEBIDO POR : ______________________"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM LEIA-PROXIMA-ENTREGA-ROMANEIO.

      *===============================================================
      *    BAIXA DAS ENTREGAS NA VOLTA DO VEICULO.
      *===============================================================
       BAIXA-ROMANEIO.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE ZEROS TO TOTAL-ENTREGUES.
           MOVE ZEROS TO TOTAL-DEVOLVIDAS.
           MOVE ZEROS TO TOTAL-EM-ROTA.
           MOVE ROMANEIO-PESQUISADO TO ENTREGA-ROMANEIO.
           MOVE "N" TO FINAL-ROMANEIO.
           START ARQUIVO-ENTREGA KEY IS EQUAL ENTREGA-ROMANEIO
                 INVALID KEY
                 MOVE "S" TO FINAL-ROMANEIO.
           IF FINAL-ROMANEIO IS EQUAL "S"
               DISPLAY "ROMANEIO " ROMANEIO-PESQUISADO
                       " NAO ENCONTRADO."
           ELSE
               OPEN INPUT ARQUIVO-CLIENTE
               PERFORM LEIA-PROXIMA-ENTREGA-ROMANEIO
               PERFORM BAIXA-UMA-ENTREGA
                       UNTIL FINAL-ROMANEIO IS EQUAL "S"
               CLOSE ARQUIVO-CLIENTE
               DISPLAY "ENTREGUES : " TOTAL-ENTREGUES
                       "  DEVOLVIDAS : " TOTAL-DEVOLVIDAS
                       "  AINDA EM ROTA : " TOTAL-EM-ROTA.

      *    SO AS NOTAS AINDA EM ROTA SAO PERGUNTADAS - ENTER DEIXA A
      *    NOTA EM ROTA PARA UMA BAIXA POSTERIOR.
       BAIXA-UMA-ENTREGA.
           IF ENTREGA-EM-ROTA
               MOVE ENTREGA-CLIENTE TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                    INVALID KEY
                    MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME
               END-READ
               DISPLAY "NOTA " ENTREGA-NOTA " - CLIENTE "
                       ENTREGA-CLIENTE " " CLIENTE-NOME
               MOVE "X" TO RESPOSTA-BAIXA
               PERFORM PERGUNTA-BAIXA
                       UNTIL BAIXA-VALIDA
               PERFORM REGISTRA-BAIXA.
           PERFORM LEIA-PROXIMA-ENTREGA-ROMANEIO.

       PERGUNTA-BAIXA.
           DISPLAY "(E)NTREGUE (D)EVOLVIDA (ENTER = CONTINUA EM "
                   "ROTA) : ".
           MOVE SPACE TO RESPOSTA-BAIXA.
           ACCEPT RESPOSTA-BAIXA.
           IF RESPOSTA-BAIXA IS EQUAL "e"
               MOVE "E" TO RESPOSTA-BAIXA.
           IF RESPOSTA-BAIXA IS EQUAL "d"
               MOVE "D" TO RESPOSTA-BAIXA.
           IF NOT BAIXA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE E, D OU ENTER.".

       REGISTRA-BAIXA.
           IF RESPOSTA-BAIXA IS EQUAL SPACE
               ADD 1 TO TOTAL-EM-ROTA
           ELSE
               IF RESPOSTA-BAIXA IS EQUAL "D"
                   MOVE SPACES TO ENTREGA-MOTIVO
                   PERFORM PEDE-MOTIVO-DEVOLUCAO
                           UNTIL ENTREGA-MOTIVO IS NOT EQUAL SPACES
               END-IF
               MOVE RESPOSTA-BAIXA TO ENTREGA-SITUACAO
               MOVE DATA-CORRENTE TO ENTREGA-DATA-BAIXA
               MOVE OPERADOR-ID TO ENTREGA-OPERADOR
               REWRITE ENTREGA-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A ENTREGA DA NOTA "
                           ENTREGA-NOTA " - STATUS : "
                           ENTREGA-ARQ-STATUS
               END-REWRITE
               IF ENTREGA-ENTREGUE
                   ADD 1 TO TOTAL-ENTREGUES
               ELSE
                   ADD 1 TO TOTAL-DEVOLVIDAS
                   PERFORM REGISTRA-AUDITORIA-DEVOLUCAO
                   DISPLAY "NOTA " ENTREGA-NOTA " DEVOLVIDA - EMITA "
                           "A NOTA DE CREDITO NO PROG105.".

       PEDE-MOTIVO-DEVOLUCAO.
           DISPLAY "MOTIVO DA DEVOLUCAO : ".
           ACCEPT ENTREGA-MOTIVO.
           IF ENTREGA-MOTIVO IS EQUAL SPACES
               DISPLAY "INFORME O MOTIVO DA DEVOLUCAO.".

      *    REGISTRA NA TRILHA DE AUDITORIA A MERCADORIA QUE VOLTOU.
       REGISTRA-AUDITORIA-DEVOLUCAO.
           MOVE "ENTREGA"      TO AUDIT-ENTIDADE.
           MOVE ENTREGA-NOTA   TO AUDIT-CODIGO.
           MOVE "DEVOLVIDA"    TO AUDIT-OPERACAO.
           MOVE ENTREGA-MOTIVO TO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG219" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
