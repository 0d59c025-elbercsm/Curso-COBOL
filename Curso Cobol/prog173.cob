       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG173.

      *    EXPORTACAO DAS NOTAS DE VENDA PARA O PROGRAMA EMISSOR DA
      *    NOTA FISCAL ELETRONICA (NF-E) DA SECRETARIA DA FAZENDA -
      *    GERA O ARQUIVO NFEENVIO.REM EM LAYOUT FIXO COM UM HEADER,
      *    UM REGISTRO "1" POR EVENTO E UM TRAILER COM QUANTIDADES E
      *    SOMA, NO MESMO DESENHO DA REMESSA BANCARIA (PROG156). O
      *    EVENTO "E" (EMISSAO) LEVA O DESTINATARIO (CLIENTES.DAT) E
      *    UM REGISTRO "2" POR ITEM COM O IMPOSTO CALCULADO NA
      *    EMISSAO. O EVENTO "C" PEDE O CANCELAMENTO DA NOTA JA
      *    AUTORIZADA, COM O PROTOCOLO DA AUTORIZACAO, E O EVENTO
      *    "I" A INUTILIZACAO DO NUMERO DA NOTA CANCELADA ANTES DE
      *    SER AUTORIZADA (OS DOIS VEM DO CANCELAMENTO NO PROG99).
      *    CADA NOTA EXPORTADA FICA AGUARDANDO RETORNO (PROG174) E
      *    NAO VOLTA NUMA NOVA EXPORTACAO ENQUANTO NAO FOR
      *    RESPONDIDA. NOTA REJEITADA NO RETORNO VOLTA NA EXPORTACAO
      *    SEGUINTE. NOTAS ANTERIORES A TRANSMISSAO (SITUACAO EM
      *    BRANCO) NUNCA SAO EXPORTADAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELNOTA.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELAUDIT.cob".
      *    ARQUIVO LIDO PELO PROGRAMA EMISSOR DA NF-E.
           SELECT ARQUIVO-REMESSA
           ASSIGN TO "NFEENVIO.REM"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMESSA-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-REMESSA.
       01  LINHA-REMESSA.
           05 REM-TIPO-REG        PIC X(01).
           05 REM-DADOS           PIC X(159).

       WORKING-STORAGE SECTION.

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  REMESSA-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  OPERADOR-ID             PIC X(10).

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  HORA-CORRENTE.
           05 HORA-CORRENTE-HHMMSS PIC 9(06).
           05 FILLER               PIC 9(02).

       01  EVENTO-DA-NOTA          PIC X(01).
           88 EVENTO-EMISSAO       VALUE "E".
           88 EVENTO-CANCELAMENTO  VALUE "C".
           88 EVENTO-INUTILIZACAO  VALUE "I".
       01  NOVA-SITUACAO-NFE       PIC X(01).
       01  NOTA-REAPRESENTADA-SW   PIC X(01).
           88 NOTA-REAPRESENTADA   VALUE "S".
       01  IDX-ITEM                PIC 9(02).

      *    LAYOUT FIXO DOS REGISTROS DA EXPORTACAO.
       01  HEADER-REMESSA.
           05 HDR-LITERAL          PIC X(08) VALUE "NFEVENDA".
           05 HDR-DATA             PIC 9(08).
           05 HDR-HORA             PIC 9(06).
       01  DETALHE-NOTA.
           05 DET-NOTA             PIC 9(06).
           05 DET-EVENTO           PIC X(01).
           05 DET-DATA-EMISSAO     PIC 9(08).
           05 DET-FILIAL           PIC 9(03).
           05 DET-CLIENTE          PIC 9(06).
           05 DET-NOME             PIC X(20).
           05 DET-TIPO-PESSOA      PIC X(01).
           05 DET-CPFCNPJ          PIC 9(14).
           05 DET-LOGRADOURO       PIC X(22).
           05 DET-NUMERO           PIC X(05).
           05 DET-CIDADE           PIC X(13).
           05 DET-UF               PIC X(02).
           05 DET-CEP              PIC X(08).
           05 DET-QTD-ITENS        PIC 9(02).
           05 DET-VALOR-TOTAL      PIC 9(08)V9(02).
           05 DET-TOTAL-ICMS       PIC 9(08)V9(02).
           05 DET-TOTAL-ISS        PIC 9(08)V9(02).
           05 DET-PROTOCOLO        PIC X(15).
       01  DETALHE-ITEM.
           05 ITM-NOTA             PIC 9(06).
           05 ITM-SEQUENCIA        PIC 9(02).
           05 ITM-PRODUTO          PIC 9(06).
           05 ITM-DESCRICAO        PIC X(30).
           05 ITM-QUANTIDADE       PIC 9(04).
           05 ITM-VALOR-UNIT       PIC 9(06)V9(02).
           05 ITM-VALOR-TOTAL      PIC 9(08)V9(02).
           05 ITM-CFOP             PIC 9(04).
           05 ITM-TIPO-IMPOSTO     PIC X(01).
           05 ITM-ALIQUOTA         PIC 9(02)V9(02).
           05 ITM-BASE             PIC 9(08)V9(02).
           05 ITM-IMPOSTO          PIC 9(08)V9(02).
       01  TRAILER-REMESSA.
           05 TRL-QUANTIDADE       PIC 9(06).
           05 TRL-EMISSOES         PIC 9(06).
           05 TRL-CANCELAMENTOS    PIC 9(06).
           05 TRL-INUTILIZACOES    PIC 9(06).
           05 TRL-ITENS            PIC 9(06).
           05 TRL-VALOR-TOTAL      PIC 9(11)V9(02).

       01  TOTAL-EVENTOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-EMISSOES          PIC 9(06) VALUE ZEROS.
       01  TOTAL-REAPRESENTADAS    PIC 9(06) VALUE ZEROS.
       01  TOTAL-CANCELAMENTOS     PIC 9(06) VALUE ZEROS.
       01  TOTAL-INUTILIZACOES     PIC 9(06) VALUE ZEROS.
       01  TOTAL-ITENS             PIC 9(06) VALUE ZEROS.
       01  TOTAL-AGUARDANDO        PIC 9(06) VALUE ZEROS.
       01  TOTAL-REMESSA           PIC 9(11)V9(02) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRENTE FROM TIME.
           DISPLAY "---- EXPORTACAO DE NOTAS PARA A NF-E ----".
           PERFORM PEDE-OPERADOR.

           OPEN I-O ARQUIVO-NOTA.
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

           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM GRAVA-HEADER-REMESSA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-NOTA.
           PERFORM PROCESSA-NOTA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

           PERFORM GRAVA-TRAILER-REMESSA.
           CLOSE ARQUIVO-REMESSA.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-NOTA.

           MOVE TOTAL-REMESSA TO TOTAL-EDITADO.
           DISPLAY "===================================".
           DISPLAY "EXPORTACAO GERADA EM NFEENVIO.REM.".
           DISPLAY "EVENTOS EXPORTADOS : " TOTAL-EVENTOS.
           DISPLAY "  EMISSOES         : " TOTAL-EMISSOES.
           DISPLAY "    REAPRESENTADAS (REJEITADAS ANTES) : "
                   TOTAL-REAPRESENTADAS.
           DISPLAY "  CANCELAMENTOS    : " TOTAL-CANCELAMENTOS.
           DISPLAY "  INUTILIZACOES    : " TOTAL-INUTILIZACOES.
           DISPLAY "VALOR DAS EMISSOES : " TOTAL-EDITADO.
           IF TOTAL-AGUARDANDO IS GREATER THAN ZEROS
               DISPLAY "NOTAS AINDA SEM RETORNO (NAO ENVIADAS DE "
                       "NOVO) : " TOTAL-AGUARDANDO.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA EXPORTACAO POSSA SER ATRIBUIDA A ALGUEM NA AUDITORIA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

       LEIA-PROXIMA-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    A SITUACAO NA NF-E DECIDE O EVENTO - NOTA A ENVIAR OU
      *    REJEITADA VAI COMO EMISSAO, CANCELAMENTO E INUTILIZACAO
      *    PEDIDOS NO PROG99 VAO COMO TAIS. AS DEMAIS FICAM FORA.
       PROCESSA-NOTA.
           MOVE SPACE TO EVENTO-DA-NOTA.
           MOVE "N" TO NOTA-REAPRESENTADA-SW.
           IF NFE-A-ENVIAR OR NFE-REJEITADA
               MOVE "E" TO EVENTO-DA-NOTA
               MOVE "E" TO NOVA-SITUACAO-NFE
               IF NFE-REJEITADA
                   MOVE "S" TO NOTA-REAPRESENTADA-SW.
           IF NFE-CANCELAMENTO-A-ENVIAR
               MOVE "C" TO EVENTO-DA-NOTA
               MOVE "D" TO NOVA-SITUACAO-NFE.
           IF NFE-INUTILIZACAO-A-ENVIAR
               MOVE "I" TO EVENTO-DA-NOTA
               MOVE "J" TO NOVA-SITUACAO-NFE.
           IF NFE-AGUARDANDO-RETORNO
               ADD 1 TO TOTAL-AGUARDANDO.

           IF EVENTO-DA-NOTA IS NOT EQUAL SPACE
               PERFORM EXPORTA-NOTA.
           PERFORM LEIA-PROXIMA-NOTA.

       EXPORTA-NOTA.
           PERFORM GRAVA-DETALHE-NOTA.
           IF EVENTO-EMISSAO
               MOVE 1 TO IDX-ITEM
               PERFORM GRAVA-DETALHE-ITEM
                       UNTIL IDX-ITEM IS GREATER THAN NOTA-QTD-ITENS.
           MOVE NOVA-SITUACAO-NFE TO NOTA-NFE-SITUACAO.
           REWRITE NOTA-REGISTRO.
           PERFORM REGISTRA-AUDITORIA-ENVIO.

       GRAVA-HEADER-REMESSA.
           MOVE DATA-CORRENTE        TO HDR-DATA.
           MOVE HORA-CORRENTE-HHMMSS TO HDR-HORA.
           MOVE "0" TO REM-TIPO-REG.
           MOVE HEADER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.

      *    O DESTINATARIO VEM DO CADASTRO ATUAL DO CLIENTE - CLIENTE
      *    EXCLUIDO SAI SO COM O CODIGO E E' APONTADO NA TELA, PARA
      *    SER CORRIGIDO SE A FAZENDA REJEITAR A NOTA.
       GRAVA-DETALHE-NOTA.
           MOVE NOTA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE SPACES TO CLIENTE-NOME
                MOVE SPACES TO CLIENTE-ENDERECO
                MOVE SPACE  TO CLIENTE-TIPO-PESSOA
                MOVE ZEROS  TO CLIENTE-CPFCNPJ
                DISPLAY "NOTA " NOTA-NUMERO " - CLIENTE "
                        NOTA-CLIENTE-CODIGO " NAO CADASTRADO.".
           IF CLIENTE-CPFCNPJ IS NOT NUMERIC
               MOVE ZEROS TO CLIENTE-CPFCNPJ.

           MOVE NOTA-NUMERO            TO DET-NOTA.
           MOVE EVENTO-DA-NOTA         TO DET-EVENTO.
           MOVE NOTA-DATA              TO DET-DATA-EMISSAO.
           MOVE NOTA-FILIAL            TO DET-FILIAL.
           MOVE NOTA-CLIENTE-CODIGO    TO DET-CLIENTE.
           MOVE CLIENTE-NOME           TO DET-NOME.
           MOVE CLIENTE-TIPO-PESSOA    TO DET-TIPO-PESSOA.
           MOVE CLIENTE-CPFCNPJ        TO DET-CPFCNPJ.
           MOVE CLIENTE-END-LOGRADOURO TO DET-LOGRADOURO.
           MOVE CLIENTE-END-NUMERO     TO DET-NUMERO.
           MOVE CLIENTE-END-CIDADE     TO DET-CIDADE.
           MOVE CLIENTE-END-UF         TO DET-UF.
           MOVE CLIENTE-END-CEP        TO DET-CEP.
           MOVE NOTA-QTD-ITENS         TO DET-QTD-ITENS.
           MOVE NOTA-VALOR-TOTAL       TO DET-VALOR-TOTAL.
           MOVE NOTA-TOTAL-ICMS        TO DET-TOTAL-ICMS.
           MOVE NOTA-TOTAL-ISS         TO DET-TOTAL-ISS.
           IF EVENTO-CANCELAMENTO
               MOVE NOTA-NFE-PROTOCOLO TO DET-PROTOCOLO
           ELSE
               MOVE SPACES TO DET-PROTOCOLO.
           MOVE "1" TO REM-TIPO-REG.
           MOVE DETALHE-NOTA TO REM-DADOS.
           WRITE LINHA-REMESSA.

           ADD 1 TO TOTAL-EVENTOS.
           MOVE NOTA-VALOR-TOTAL TO VALOR-EDITADO.
           IF EVENTO-EMISSAO
               ADD 1 TO TOTAL-EMISSOES
               ADD NOTA-VALOR-TOTAL TO TOTAL-REMESSA
               IF NOTA-REAPRESENTADA
                   ADD 1 TO TOTAL-REAPRESENTADAS
                   DISPLAY "EMISSAO (REAPRESENTADA) : NOTA "
                           NOTA-NUMERO " " VALOR-EDITADO
               ELSE
                   DISPLAY "EMISSAO : NOTA " NOTA-NUMERO " "
                           VALOR-EDITADO.
           IF EVENTO-CANCELAMENTO
               ADD 1 TO TOTAL-CANCELAMENTOS
               DISPLAY "CANCELAMENTO : NOTA " NOTA-NUMERO
                       " PROTOCOLO " NOTA-NFE-PROTOCOLO.
           IF EVENTO-INUTILIZACAO
               ADD 1 TO TOTAL-INUTILIZACOES
               DISPLAY "INUTILIZACAO : NOTA " NOTA-NUMERO.

       GRAVA-DETALHE-ITEM.
           MOVE NOTA-NUMERO                   TO ITM-NOTA.
           MOVE IDX-ITEM                      TO ITM-SEQUENCIA.
           MOVE NOTA-ITEM-PRODUTO(IDX-ITEM)   TO ITM-PRODUTO.
           MOVE NOTA-ITEM-DESCRICAO(IDX-ITEM) TO ITM-DESCRICAO.
           MOVE NOTA-ITEM-QUANTIDADE(IDX-ITEM) TO ITM-QUANTIDADE.
           MOVE NOTA-ITEM-VALOR-UNIT(IDX-ITEM) TO ITM-VALOR-UNIT.
           MOVE NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) TO ITM-VALOR-TOTAL.
           MOVE NOTA-ITEM-CFOP(IDX-ITEM)      TO ITM-CFOP.
           MOVE NOTA-ITEM-TIPO-IMPOSTO(IDX-ITEM) TO ITM-TIPO-IMPOSTO.
           MOVE NOTA-ITEM-ALIQUOTA(IDX-ITEM)  TO ITM-ALIQUOTA.
           MOVE NOTA-ITEM-BASE(IDX-ITEM)      TO ITM-BASE.
           MOVE NOTA-ITEM-IMPOSTO(IDX-ITEM)   TO ITM-IMPOSTO.
           MOVE "2" TO REM-TIPO-REG.
           MOVE DETALHE-ITEM TO REM-DADOS.
           WRITE LINHA-REMESSA.
           ADD 1 TO TOTAL-ITENS.
           ADD 1 TO IDX-ITEM.

       GRAVA-TRAILER-REMESSA.
           MOVE TOTAL-EVENTOS       TO TRL-QUANTIDADE.
           MOVE TOTAL-EMISSOES      TO TRL-EMISSOES.
           MOVE TOTAL-CANCELAMENTOS TO TRL-CANCELAMENTOS.
           MOVE TOTAL-INUTILIZACOES TO TRL-INUTILIZACOES.
           MOVE TOTAL-ITENS         TO TRL-ITENS.
           MOVE TOTAL-REMESSA       TO TRL-VALOR-TOTAL.
           MOVE "9" TO REM-TIPO-REG.
           MOVE TRAILER-REMESSA TO REM-DADOS.
           WRITE LINHA-REMESSA.

       REGISTRA-AUDITORIA-ENVIO.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
           MOVE NOTA-NUMERO   TO AUDIT-CODIGO.
           MOVE "NFE-ENVIO"   TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "EVENTO " EVENTO-DA-NOTA
                  " EXPORTADO EM NFEENVIO.REM."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG173" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
