      *    MOSTRADO AO OPERADOR E A PARTE DE JUROS/MULTA E' GRAVADA
      *    EM CAMPO PROPRIO DO RECEBIMENTO - O PRINCIPAL CONTINUA
      *    SENDO O UNICO VALOR ABATIDO DO SALDO DA NOTA.
      *    2026-10-15 O RECEBIMENTO PASSOU A GRAVAR A CONTA DA
      *    EMPRESA EM QUE O DINHEIRO ENTROU (CONTABCO.DAT), PEDIDA
      *    NO INICIO DA SESSAO - BASE DA CONCILIACAO (PROG160).
      *    2026-10-15 ADIANTAMENTOS DE CLIENTES (ADIANT.DAT) - NOTA
      *    ZERO REGISTRA UM ADIANTAMENTO SEM NOTA PARA O CLIENTE
      *    INFORMADO, E O PAGAMENTO MAIOR QUE O SALDO CORRIGIDO PODE
      *    SER BAIXADO COM O EXCEDENTE GUARDADO COMO ADIANTAMENTO, EM
      *    VEZ DE RECUSADO. CLIENTE COM SALDO DE ADIANTAMENTO PODE
      *    APLICA-LO NA PARCELA (OU NOTA) EM BAIXA - O RECEBIMENTO E'
      *    GRAVADO SEM CONTA BANCARIA E A APLICACAO FICA NO ARQUIVO
      *    DE ADIANTAMENTOS COM A NOTA, A PARCELA E A CHAVE DELE.
      *    2026-10-15 CADA BAIXA PEDE A FORMA DE PAGAMENTO (DINHEIRO,
      *    BOLETO, CARTAO OU TRANSFERENCIA), GRAVADA NO RECEBIMENTO -
      *    A APLICACAO DE ADIANTAMENTO SAI COM A FORMA "A". NO CARTAO
      *    O OPERADOR INFORMA O NSU DA ADQUIRENTE E O RECEBIMENTO
      *    GANHA UM ESPELHO EM CARTREC.DAT, A LIQUIDAR PELO PROG226.
      *    2026-10-15 NOTA OU CLIENTE (NO ADIANTAMENTO) DE FILIAL
      *    FORA DAS FILIAIS DO OPERADOR (PROG58/PROG243) E' RECUSADO
      *    - A RECUSA VAI PARA A TRILHA DE AUDITORIA.
      *    2026-10-15 CHAMADO PELO MENU VALE O OPERADOR DO LOGIN - A
      *    IDENTIFICACAO PROPRIA NAO RECARREGA AS FILIAIS E, COM O
      *    OPERADOR DO LOGIN RESTRITO, OUTRO OPERADOR E' RECUSADO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELNOTA.cob".
           COPY "SELRECEB.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELCOBRPARM.cob".
           COPY "SELAUDIT.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELADIANT.cob".
           COPY "SELCARTREC.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDNOTA.cob".
           COPY "FDRECEB.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDCOBRPARM.cob".
           COPY "FDAUDIT.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDADIANT.cob".
           COPY "FDCARTREC.cob".

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  CONTA-BANCO-MOVIMENTO   PIC 9(03).
       01  CONTA-BANCO-VALIDA-SW   PIC X(01).
           88 CONTA-BANCO-VALIDA   VALUE "S".
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  COBRPARM-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-RECEB             PIC X.
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  FINAL-ADIANT            PIC X.
       01  CARTREC-ARQ-STATUS      PIC X(02).

      *    FORMA DE PAGAMENTO DA BAIXA EM CURSO - NO CARTAO, O NSU DA
      *    ADQUIRENTE, QUE NAO PODE REPETIR UM JA GRAVADO.
       01  FORMA-PAGTO-DA-BAIXA    PIC X(01).
           88 FORMA-PAGTO-VALIDA   VALUE "D" "B" "C" "T".
           88 FORMA-PAGTO-CARTAO   VALUE "C".
       01  NSU-DA-BAIXA            PIC 9(12).
       01  NSU-VALIDO-SW           PIC X(01).
           88 NSU-VALIDO           VALUE "S".

      *    APOIO DA NUMERACAO DA CHAVE DO RECEBIMENTO NO INDEXADO -
      *    A SEQUENCIA E' O MAIOR NUMERO JA GRAVADO PARA A NOTA
           88 BAIXA-GRAVADA        VALUE "S".
       01  ULTIMA-SEQUENCIA        PIC 9(04).
       01  NOTA-DA-BAIXA           PIC 9(06).
       01  RECEB-PENDENTE          PIC X(62).
       01  SEQUENCIA-GRAVADA       PIC 9(04).
       01  FINAL-NOTAPARC          PIC X.

       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

      *    FILIAIS EM QUE O OPERADOR PODE TRABALHAR (VER PROG243).
           COPY "FILOPPARM.cob".
       01  ENTIDADE-RECUSADA       PIC X(11).
       01  CODIGO-RECUSADO         PIC 9(06).

       01  NOTA-PESQUISADA         PIC 9(06).
       01  VALOR-JA-RECEBIDO       PIC 9(08)V9(02).
       01  SALDO-NOTA              PIC 9(08)V9(02).
       01  SALDO-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.

      *    ADIANTAMENTOS DO CLIENTE (ADIANT.DAT) - O SALDO E' O QUE
      *    ENTROU MENOS O QUE JA FOI APLICADO EM NOTAS.
       01  CLIENTE-DO-ADIANT       PIC 9(06).
       01  SALDO-ADIANTAMENTO      PIC S9(10)V9(02).
       01  VALOR-ADIANTAMENTO-INF  PIC 9(08)V9(02).
       01  VALOR-EXCEDENTE         PIC 9(08)V9(02).
       01  VALOR-APLICADO          PIC 9(08)V9(02).
       01  ADIANTAMENTO-APLICADO-SW PIC X(01).
           88 ADIANTAMENTO-APLICADO VALUE "S".
       01  TOTAL-ADIANTAMENTOS     PIC 9(04) VALUE ZEROS.

      *    PARCELAS DA NOTA PESQUISADA, CARREGADAS DE NOTAPARC.DAT,
      *    COM O RECEBIDO DE CADA UMA SOMADO NA PASSAGEM PELOS
      *    RECEBIMENTOS - A BAIXA E' FEITA CONTRA UMA PARCELA.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- BAIXA DE RECEBIMENTOS ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-FILIAIS-DO-OPERADOR.
           PERFORM PEDE-CONTA-BANCO.
           PERFORM CARREGA-PARAMETROS-COBRANCA.
           PERFORM ABRE-ARQUIVO-NOTA.


           CLOSE ARQUIVO-NOTA.
           DISPLAY "BAIXAS REGISTRADAS NESTA SESSAO : " TOTAL-BAIXAS.
           DISPLAY "ADIANTAMENTOS REGISTRADOS       : "
                   TOTAL-ADIANTAMENTOS.

       PROGRAM-DONE.
           STOP RUN.
               STOP RUN.

       BAIXA-RECEBIMENTO.
           DISPLAY "NUMERO DA NOTA (ZERO = ADIANTAMENTO SEM NOTA) : ".
           MOVE ZEROS TO NOTA-PESQUISADA.
           ACCEPT NOTA-PESQUISADA.
           IF NOTA-PESQUISADA IS NOT NUMERIC
               MOVE ZEROS TO NOTA-PESQUISADA.
           IF NOTA-PESQUISADA IS EQUAL ZEROS
               PERFORM RECEBE-ADIANTAMENTO
           ELSE
               PERFORM LOCALIZA-NOTA-DA-BAIXA.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-OUTRA-BAIXA
                   UNTIL RESPOSTA-VALIDA.

       LOCALIZA-NOTA-DA-BAIXA.
           MOVE NOTA-PESQUISADA TO NOTA-NUMERO.

           READ ARQUIVO-NOTA
                DISPLAY "NOTA " NOTA-NUMERO " NAO ENCONTRADA.".

           IF NOTA-ARQ-STATUS IS EQUAL "00"
               MOVE NOTA-FILIAL TO FILOP-FILIAL
               PERFORM CONFERE-FILIAL-DO-OPERADOR
               IF FILOP-FORA-DAS-FILIAIS
                   DISPLAY "NOTA DA FILIAL " FILOP-FILIAL " - FORA "
                           "DAS FILIAIS DO OPERADOR."
                   MOVE "NOTA" TO ENTIDADE-RECUSADA
                   MOVE NOTA-NUMERO TO CODIGO-RECUSADO
                   PERFORM REGISTRA-AUDITORIA-RECUSA-FILIAL
               ELSE
                   IF NOTA-CANCELADA
                       DISPLAY "NOTA " NOTA-NUMERO " ESTA CANCELADA "
                               "- BAIXA NAO PERMITIDA."
                   ELSE
                       PERFORM CAPTURA-RECEBIMENTO.

       CAPTURA-RECEBIMENTO.
           PERFORM CARREGA-PARCELAS-DA-NOTA.
               MOVE SALDO-NOTA TO SALDO-EDITADO
               DISPLAY "CLIENTE " NOTA-CLIENTE-CODIGO " - SALDO EM "
                       "ABERTO : " SALDO-EDITADO
               MOVE NOTA-CLIENTE-CODIGO TO CLIENTE-DO-ADIANT
               PERFORM APURA-SALDO-ADIANTAMENTO
               IF QTD-PARC IS GREATER THAN ZEROS
                   PERFORM ESCOLHE-PARCELA-DA-BAIXA
                   IF PARCELA-ACHADA
               ELSE
                   MOVE ZEROS TO PARCELA-ESCOLHIDA
                   MOVE SALDO-NOTA TO BASE-ENCARGOS
                   PERFORM OFERECE-APLICACAO-ADIANTAMENTO
                   IF NOT ADIANTAMENTO-APLICADO
                       MOVE NOTA-DATA  TO VENCIMENTO-DA-BAIXA
                       PERFORM CALCULA-ENCARGOS-DE-ATRASO
                       PERFORM EXIBE-ENCARGOS-DE-ATRASO
                       PERFORM PEDE-FORMA-PAGAMENTO
                       DISPLAY "VALOR RECEBIDO (COM ENCARGOS) : "
                       MOVE ZEROS TO VALOR-RECEBIDO-INF
                       ACCEPT VALOR-RECEBIDO-INF
                       PERFORM VALIDA-E-GRAVA-RECEBIMENTO.

      *    CARREGA AS PARCELAS DA NOTA PESQUISADA - NOTAS ANTERIORES
      *    AO ESPELHO DE PARCELAS NAO TEM REGISTRO AQUI E SEGUEM NA
               MOVE SALDO-PARCELA TO SALDO-EDITADO
               DISPLAY "SALDO DA PARCELA : " SALDO-EDITADO
               MOVE SALDO-PARCELA TO BASE-ENCARGOS
               PERFORM OFERECE-APLICACAO-ADIANTAMENTO
               IF NOT ADIANTAMENTO-APLICADO
                   MOVE PARC-TAB-VENCIMENTO(IDX-PARC)
                        TO VENCIMENTO-DA-BAIXA
                   PERFORM CALCULA-ENCARGOS-DE-ATRASO
                   PERFORM EXIBE-ENCARGOS-DE-ATRASO
                   PERFORM PEDE-FORMA-PAGAMENTO
                   DISPLAY "VALOR RECEBIDO (COM ENCARGOS) : "
                   MOVE ZEROS TO VALOR-RECEBIDO-INF
                   ACCEPT VALOR-RECEBIDO-INF
                   PERFORM VALIDA-E-GRAVA-RECEB-PARCELA.

      *    DIAS DE ATRASO PELA ROTINA CENTRAL DE DATAS (PROG95) -
      *    BAIXA EM DIA NAO TEM ENCARGO. A MULTA E' UNICA E OS JUROS
               DISPLAY "VALOR ZERO - BAIXA NAO REGISTRADA."
           ELSE
               IF VALOR-RECEBIDO-INF IS GREATER THAN TOTAL-CORRIGIDO
                   PERFORM OFERECE-EXCEDENTE-COMO-ADIANT
               ELSE
                   PERFORM SEPARA-PRINCIPAL-E-JUROS
                   PERFORM GRAVA-RECEBIMENTO.
               DISPLAY "VALOR ZERO - BAIXA NAO REGISTRADA."
           ELSE
               IF VALOR-RECEBIDO-INF IS GREATER THAN TOTAL-CORRIGIDO
                   PERFORM OFERECE-EXCEDENTE-COMO-ADIANT
               ELSE
                   PERFORM SEPARA-PRINCIPAL-E-JUROS
                   PERFORM GRAVA-RECEBIMENTO.
           MOVE PRINCIPAL-RECEBIDO   TO RECEB-VALOR.
           MOVE PARCELA-ESCOLHIDA    TO RECEB-PARCELA.
           MOVE JUROS-RECEBIDOS      TO RECEB-VALOR-JUROS.
      *    A APLICACAO DE ADIANTAMENTO NAO MOVE DINHEIRO - FICA SEM
      *    CONTA, FORA DA CONCILIACAO BANCARIA.
           IF ADIANTAMENTO-APLICADO
               MOVE ZEROS TO RECEB-CONTA-BANCO
               MOVE "A"   TO FORMA-PAGTO-DA-BAIXA
               MOVE ZEROS TO NSU-DA-BAIXA
           ELSE
               MOVE CONTA-BANCO-MOVIMENTO TO RECEB-CONTA-BANCO.
           MOVE FORMA-PAGTO-DA-BAIXA TO RECEB-FORMA-PAGTO.
           MOVE NSU-DA-BAIXA         TO RECEB-CARTAO-NSU.

           OPEN I-O ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS EQUAL "35"
           ELSE
               PERFORM DEFINE-SEQUENCIA-DO-RECEB.
           MOVE "N" TO BAIXA-GRAVADA-SW.
           MOVE RECEB-SEQUENCIA TO SEQUENCIA-GRAVADA.
           WRITE RECEB-REGISTRO
               INVALID KEY
               DISPLAY "CHAVE DE RECEBIMENTO JA GRAVADA - "
                   DISPLAY "SENDO " ENCARGOS-EDITADOS
                           " DE JUROS/MULTA."
               END-IF
               IF FORMA-PAGTO-CARTAO
                   PERFORM GRAVA-CARTAO-A-LIQUIDAR
               END-IF
               PERFORM REGISTRA-AUDITORIA-BAIXA.

      *    FORMA DE PAGAMENTO DA BAIXA - NO CARTAO O NSU E'
      *    OBRIGATORIO, E' POR ELE QUE A LIQUIDACAO DA ADQUIRENTE
      *    (PROG226) ENCONTRA O RECEBIMENTO.
       PEDE-FORMA-PAGAMENTO.
           MOVE SPACE TO FORMA-PAGTO-DA-BAIXA.
           PERFORM CAPTURA-FORMA-PAGAMENTO
                   UNTIL FORMA-PAGTO-VALIDA.
           MOVE ZEROS TO NSU-DA-BAIXA.
           IF FORMA-PAGTO-CARTAO
               MOVE "N" TO NSU-VALIDO-SW
               PERFORM CAPTURA-NSU-CARTAO
                       UNTIL NSU-VALIDO.

       CAPTURA-FORMA-PAGAMENTO.
           DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO B=BOLETO "
                   "C=CARTAO T=TRANSFERENCIA) : ".
           ACCEPT FORMA-PAGTO-DA-BAIXA.
           INSPECT FORMA-PAGTO-DA-BAIXA CONVERTING "dbct" TO "DBCT".
           IF NOT FORMA-PAGTO-VALIDA
               DISPLAY "FORMA INVALIDA - DIGITE D, B, C OU T.".

       CAPTURA-NSU-CARTAO.
           DISPLAY "NSU DO CARTAO (COMPROVANTE DA ADQUIRENTE) : ".
           MOVE ZEROS TO NSU-DA-BAIXA.
           ACCEPT NSU-DA-BAIXA.
           IF NSU-DA-BAIXA IS NOT NUMERIC
               MOVE ZEROS TO NSU-DA-BAIXA.
           IF NSU-DA-BAIXA IS EQUAL ZEROS
               DISPLAY "NSU OBRIGATORIO NO PAGAMENTO EM CARTAO."
           ELSE
               MOVE "S" TO NSU-VALIDO-SW
               MOVE NSU-DA-BAIXA TO CARTREC-NSU
               OPEN INPUT ARQUIVO-CARTREC
               IF CARTREC-ARQ-STATUS IS EQUAL "00"
                   READ ARQUIVO-CARTREC
                        INVALID KEY
                        CONTINUE
                        NOT INVALID KEY
                        MOVE "N" TO NSU-VALIDO-SW
                        DISPLAY "NSU " NSU-DA-BAIXA " JA GRAVADO NA "
                                "NOTA " CARTREC-NOTA "."
                   END-READ
               END-IF
               CLOSE ARQUIVO-CARTREC.

      *    ESPELHO DO RECEBIMENTO EM CARTAO A LIQUIDAR - O BRUTO E'
      *    O QUE FOI PASSADO NO CARTAO, PRINCIPAL MAIS ENCARGOS.
       GRAVA-CARTAO-A-LIQUIDAR.
           MOVE NSU-DA-BAIXA          TO CARTREC-NSU.
           MOVE RECEB-NOTA-NUMERO     TO CARTREC-NOTA.
           MOVE SEQUENCIA-GRAVADA     TO CARTREC-SEQUENCIA.
           MOVE RECEB-CLIENTE-CODIGO  TO CARTREC-CLIENTE.
           MOVE RECEB-DATA            TO CARTREC-DATA-VENDA.
           COMPUTE CARTREC-VALOR-BRUTO =
                   RECEB-VALOR + RECEB-VALOR-JUROS.
           MOVE CONTA-BANCO-MOVIMENTO TO CARTREC-CONTA-BANCO.
           MOVE "P"                   TO CARTREC-SITUACAO.
           MOVE ZEROS                 TO CARTREC-DATA-CREDITO.
           MOVE ZEROS                 TO CARTREC-VALOR-LIQUIDO.
           MOVE ZEROS                 TO CARTREC-VALOR-TAXA.
           MOVE ZEROS                 TO CARTREC-DATA-LIQUIDACAO.
           OPEN I-O ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CARTREC.
           WRITE CARTREC-REGISTRO
               INVALID KEY
               DISPLAY "NSU " CARTREC-NSU " JA GRAVADO - CONFIRA A "
                       "LIQUIDACAO DO CARTAO.".
           CLOSE ARQUIVO-CARTREC.

      *    SOMA OS RECEBIMENTOS DA NOTA PESQUISADA - A CHAVE DO
      *    INDEXADO COMECA PELA NOTA, ENTAO A LEITURA POSICIONA EM
      *    (NOTA, 0) E PARA NA PRIMEIRA CHAVE DE OUTRA NOTA, O
       LOCALIZA-PARCELA-DO-RECEB.
           ADD 1 TO IDX-PARC.

      *    CHAMADO PELO MENU, A ROTINA PROG243 JA TEM O OPERADOR DO
      *    LOGIN E A IDENTIFICACAO PROPRIA NUNCA O SUBSTITUI - SE ELE
      *    E' RESTRITO, OUTRA IDENTIFICACAO (OU ENTER EM BRANCO) E'
      *    RECUSADA; SEM RESTRICAO (MATRIZ) A DIGITADA SO IDENTIFICA
      *    A AUDITORIA. SEM OPERADOR CARREGADO (PROGRAMA RODANDO
      *    SOZINHO OU SESSAO DE IMPLANTACAO DO MENU) CARREGA AS
      *    FILIAIS DO OPERADOR IDENTIFICADO - FORA DO CADASTRO,
      *    NENHUMA; COM O CADASTRO AINDA NAO IMPLANTADO, TODAS.
       CARREGA-FILIAIS-DO-OPERADOR.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE ZEROS TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF FILOP-OPERADOR IS EQUAL SPACES
               MOVE "C" TO FILOP-FUNCAO
               MOVE OPERADOR-ID TO FILOP-OPERADOR
               CALL "PROG243" USING FILOP-PARAMETROS
           ELSE
               IF FILOP-OPERADOR IS NOT EQUAL OPERADOR-ID
                       AND NOT FILOP-TODAS-AS-FILIAIS
                   DISPLAY "OPERADOR DIFERENTE DO LOGIN DO MENU ("
                           FILOP-OPERADOR ") - EXECUCAO RECUSADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.

      *    A FILIAL A CONFERIR VEM EM FILOP-FILIAL.
       CONFERE-FILIAL-DO-OPERADOR.
           MOVE "V" TO FILOP-FUNCAO.
           CALL "PROG243" USING FILOP-PARAMETROS.

      *    REGISTRA NA TRILHA DE AUDITORIA A NOTA (OU O CLIENTE DO
      *    ADIANTAMENTO) RECUSADO POR ESTAR FORA DAS FILIAIS DO
      *    OPERADOR.
       REGISTRA-AUDITORIA-RECUSA-FILIAL.
           MOVE ENTIDADE-RECUSADA TO AUDIT-ENTIDADE.
           MOVE CODIGO-RECUSADO   TO AUDIT-CODIGO.
           MOVE "RECUSA-FIL"      TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "FILIAL " FILOP-FILIAL
                  " FORA DAS FILIAIS DO OPERADOR."
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    REGISTRA NA TRILHA DE AUDITORIA A BAIXA DO RECEBIMENTO.
       REGISTRA-AUDITORIA-BAIXA.
           MOVE "NOTA"         TO AUDIT-ENTIDADE.
           MOVE NOTA-NUMERO    TO AUDIT-CODIGO.
           MOVE SPACES         TO AUDIT-DESCRICAO.
           IF ADIANTAMENTO-APLICADO
               MOVE "APLICACAO" TO AUDIT-OPERACAO
               STRING "ADIANTAMENTO APLICADO - CLIENTE "
                      NOTA-CLIENTE-CODIGO "." DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
           ELSE
               MOVE "RECEBIMENTO" TO AUDIT-OPERACAO
               STRING "RECEBIMENTO BAIXADO - CLIENTE "
                      NOTA-CLIENTE-CODIGO "." DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    ADIANTAMENTOS DE CLIENTES (ADIANT.DAT).
      *===============================================================
      *    ADIANTAMENTO SEM NOTA - SO PARA CLIENTE DO CADASTRO. O
      *    VALOR ENTRA NA CONTA BANCARIA DA SESSAO E FICA COMO
      *    CREDITO DO CLIENTE ATE SER APLICADO NUMA NOTA.
       RECEBE-ADIANTAMENTO.
           DISPLAY "CODIGO DO CLIENTE DO ADIANTAMENTO : ".
           MOVE ZEROS TO CLIENTE-CODIGO.
           ACCEPT CLIENTE-CODIGO.
           IF CLIENTE-CODIGO IS NOT NUMERIC
               MOVE ZEROS TO CLIENTE-CODIGO.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - "
                       "STATUS : " CLIENTE-ARQ-STATUS
               DISPLAY "ADIANTAMENTO NAO REGISTRADO."
           ELSE
               READ ARQUIVO-CLIENTE
                    INVALID KEY
                    DISPLAY "CLIENTE " CLIENTE-CODIGO " NAO "
                            "ENCONTRADO - ADIANTAMENTO NAO "
                            "REGISTRADO."
                    NOT INVALID KEY
                    PERFORM CONFERE-CLIENTE-DO-ADIANTAMENTO
               END-READ.
           CLOSE ARQUIVO-CLIENTE.

       CONFERE-CLIENTE-DO-ADIANTAMENTO.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           PERFORM CONFERE-FILIAL-DO-OPERADOR.
           IF FILOP-FORA-DAS-FILIAIS
               DISPLAY "CLIENTE DA FILIAL " FILOP-FILIAL " - FORA "
                       "DAS FILIAIS DO OPERADOR."
               MOVE "CLIENTE" TO ENTIDADE-RECUSADA
               MOVE CLIENTE-CODIGO TO CODIGO-RECUSADO
               PERFORM REGISTRA-AUDITORIA-RECUSA-FILIAL
           ELSE
               PERFORM CAPTURA-VALOR-ADIANTAMENTO.

       CAPTURA-VALOR-ADIANTAMENTO.
           MOVE CLIENTE-CODIGO TO CLIENTE-DO-ADIANT.
           PERFORM APURA-SALDO-ADIANTAMENTO.
           MOVE SALDO-ADIANTAMENTO TO SALDO-EDITADO.
           DISPLAY "CLIENTE " CLIENTE-CODIGO " " CLIENTE-NOME
                   " - ADIANTAMENTO ATUAL : " SALDO-EDITADO.
           DISPLAY "VALOR DO ADIANTAMENTO RECEBIDO : ".
           MOVE ZEROS TO VALOR-ADIANTAMENTO-INF.
           ACCEPT VALOR-ADIANTAMENTO-INF.
           IF VALOR-ADIANTAMENTO-INF IS NOT NUMERIC
               MOVE ZEROS TO VALOR-ADIANTAMENTO-INF.
           IF VALOR-ADIANTAMENTO-INF IS EQUAL ZEROS
               DISPLAY "VALOR ZERO - ADIANTAMENTO NAO REGISTRADO."
           ELSE
               MOVE CLIENTE-CODIGO TO ADIANT-CLIENTE
               MOVE VALOR-ADIANTAMENTO-INF TO ADIANT-VALOR
               MOVE ZEROS TO ADIANT-NOTA
               MOVE ZEROS TO ADIANT-PARCELA
               PERFORM GRAVA-ENTRADA-ADIANTAMENTO
               MOVE "CLIENTE"      TO AUDIT-ENTIDADE
               MOVE CLIENTE-CODIGO TO AUDIT-CODIGO
               MOVE "ADIANTAM"     TO AUDIT-OPERACAO
               MOVE SPACES         TO AUDIT-DESCRICAO
               STRING "ADIANTAMENTO SEM NOTA - CONTA "
                      CONTA-BANCO-MOVIMENTO "." DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
               PERFORM GRAVA-AUDITORIA
               MOVE VALOR-ADIANTAMENTO-INF TO VALOR-EDITADO
               DISPLAY "ADIANTAMENTO DE " VALOR-EDITADO
                       " REGISTRADO PARA O CLIENTE "
                       CLIENTE-CODIGO ".".

      *    PAGAMENTO MAIOR QUE O SALDO CORRIGIDO - COM A CONFIRMACAO
      *    DO OPERADOR A PARCELA (OU NOTA) E' QUITADA PELO SALDO
      *    CORRIGIDO E O EXCEDENTE VIRA ADIANTAMENTO DO CLIENTE,
      *    APONTANDO A NOTA E A PARCELA DE ORIGEM. SEM A CONFIRMACAO
      *    A BAIXA E' RECUSADA, COMO ANTES.
       OFERECE-EXCEDENTE-COMO-ADIANT.
           COMPUTE VALOR-EXCEDENTE =
                   VALOR-RECEBIDO-INF - TOTAL-CORRIGIDO.
           MOVE VALOR-EXCEDENTE TO VALOR-EDITADO.
           DISPLAY "VALOR MAIOR QUE O SALDO CORRIGIDO - EXCEDENTE "
                   "DE " VALOR-EDITADO.
      *    NO CARTAO A ADQUIRENTE LIQUIDA A TRANSACAO INTEIRA - O
      *    EXCEDENTE NAO PODE VIRAR ADIANTAMENTO EM DINHEIRO.
           IF FORMA-PAGTO-CARTAO
               DISPLAY "PAGAMENTO EM CARTAO NAO PODE EXCEDER O SALDO "
                       "- BAIXA NAO REGISTRADA."
               MOVE "N" TO RESPOSTA
           ELSE
               PERFORM PERGUNTA-EXCEDENTE-COMO-ADIANT.
           IF RESPOSTA IS EQUAL "S"
               PERFORM GRAVA-BAIXA-COM-EXCEDENTE.

       PERGUNTA-EXCEDENTE-COMO-ADIANT.
           DISPLAY "GUARDAR O EXCEDENTE COMO ADIANTAMENTO DO "
                   "CLIENTE ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           PERFORM CONFIRMA-ADIANTAMENTO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "N"
               DISPLAY "BAIXA NAO REGISTRADA.".

       GRAVA-BAIXA-COM-EXCEDENTE.
           MOVE TOTAL-CORRIGIDO TO VALOR-RECEBIDO-INF.
           PERFORM SEPARA-PRINCIPAL-E-JUROS.
           PERFORM GRAVA-RECEBIMENTO.
           IF BAIXA-GRAVADA
               MOVE NOTA-CLIENTE-CODIGO TO ADIANT-CLIENTE
               MOVE VALOR-EXCEDENTE     TO ADIANT-VALOR
               MOVE NOTA-NUMERO         TO ADIANT-NOTA
               MOVE PARCELA-ESCOLHIDA   TO ADIANT-PARCELA
               PERFORM GRAVA-ENTRADA-ADIANTAMENTO
               MOVE VALOR-EXCEDENTE TO VALOR-EDITADO
               DISPLAY "EXCEDENTE DE " VALOR-EDITADO
                       " GUARDADO COMO ADIANTAMENTO.".

      *    CLIENTE COM ADIANTAMENTO NAO APLICADO - O OPERADOR PODE
      *    QUITAR A PARCELA (OU A NOTA) COM ELE, ATE O MENOR ENTRE O
      *    SALDO DO ADIANTAMENTO E O SALDO DA PARCELA. NAO HA MULTA
      *    NEM JUROS SOBRE A PARTE APLICADA. O QUE FALTAR SAI NUMA
      *    NOVA BAIXA.
       OFERECE-APLICACAO-ADIANTAMENTO.
           MOVE "N" TO ADIANTAMENTO-APLICADO-SW.
           IF SALDO-ADIANTAMENTO IS GREATER THAN ZEROS
               MOVE SALDO-ADIANTAMENTO TO VALOR-EDITADO
               DISPLAY "CLIENTE COM ADIANTAMENTO NAO APLICADO : "
                       VALOR-EDITADO
               DISPLAY "APLICAR O ADIANTAMENTO NESTA BAIXA ? (S/N)"
               MOVE SPACE TO RESPOSTA
               PERFORM CONFIRMA-ADIANTAMENTO
                       UNTIL RESPOSTA-VALIDA
               IF RESPOSTA IS EQUAL "S"
                   PERFORM APLICA-ADIANTAMENTO-NA-BAIXA.

       APLICA-ADIANTAMENTO-NA-BAIXA.
           IF SALDO-ADIANTAMENTO IS LESS THAN BASE-ENCARGOS
               MOVE SALDO-ADIANTAMENTO TO VALOR-APLICADO
           ELSE
               MOVE BASE-ENCARGOS TO VALOR-APLICADO.
           MOVE VALOR-APLICADO TO VALOR-RECEBIDO-INF.
           MOVE VALOR-APLICADO TO PRINCIPAL-RECEBIDO.
           MOVE ZEROS TO JUROS-RECEBIDOS.
           MOVE "S" TO ADIANTAMENTO-APLICADO-SW.
           PERFORM GRAVA-RECEBIMENTO.
           IF BAIXA-GRAVADA
               MOVE NOTA-CLIENTE-CODIGO TO ADIANT-CLIENTE
               MOVE "A"                 TO ADIANT-TIPO
               MOVE VALOR-APLICADO      TO ADIANT-VALOR
               MOVE NOTA-NUMERO         TO ADIANT-NOTA
               MOVE PARCELA-ESCOLHIDA   TO ADIANT-PARCELA
               MOVE SEQUENCIA-GRAVADA   TO ADIANT-RECEB-SEQUENCIA
               MOVE ZEROS               TO ADIANT-CONTA-BANCO
               PERFORM GRAVA-MOVIMENTO-ADIANT
               SUBTRACT VALOR-APLICADO FROM SALDO-ADIANTAMENTO
               MOVE SALDO-ADIANTAMENTO TO SALDO-EDITADO
               DISPLAY "ADIANTAMENTO RESTANTE DO CLIENTE : "
                       SALDO-EDITADO.

      *    ENTRADA DE ADIANTAMENTO - CLIENTE, VALOR, NOTA E PARCELA
      *    JA PREENCHIDOS PELO CHAMADOR. O DINHEIRO ENTROU NA CONTA
      *    DA SESSAO.
       GRAVA-ENTRADA-ADIANTAMENTO.
           MOVE "E"                   TO ADIANT-TIPO.
           MOVE ZEROS                 TO ADIANT-RECEB-SEQUENCIA.
           MOVE CONTA-BANCO-MOVIMENTO TO ADIANT-CONTA-BANCO.
           PERFORM GRAVA-MOVIMENTO-ADIANT.
           ADD 1 TO TOTAL-ADIANTAMENTOS.

       GRAVA-MOVIMENTO-ADIANT.
           ACCEPT ADIANT-DATA FROM DATE YYYYMMDD.
           ACCEPT ADIANT-HORA FROM TIME.
           MOVE "PROG61"    TO ADIANT-PROGRAMA.
           MOVE OPERADOR-ID TO ADIANT-OPERADOR.
           OPEN EXTEND ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ADIANT.
           WRITE ADIANT-REGISTRO.
           CLOSE ARQUIVO-ADIANT.

      *    SALDO DE ADIANTAMENTO DO CLIENTE - ENTRADAS MENOS
      *    APLICACOES, NUMA PASSADA PELO ARQUIVO.
       APURA-SALDO-ADIANTAMENTO.
           MOVE ZEROS TO SALDO-ADIANTAMENTO.
           OPEN INPUT ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ADIANT
               PERFORM LEIA-PROXIMO-ADIANT
               PERFORM SOMA-UM-ADIANT
                       UNTIL FINAL-ADIANT IS EQUAL "S".
           CLOSE ARQUIVO-ADIANT.

       LEIA-PROXIMO-ADIANT.
           READ ARQUIVO-ADIANT AT END
           MOVE "S" TO FINAL-ADIANT.

       SOMA-UM-ADIANT.
           IF ADIANT-CLIENTE IS EQUAL CLIENTE-DO-ADIANT
               IF ADIANT-ENTRADA
                   ADD ADIANT-VALOR TO SALDO-ADIANTAMENTO
               ELSE
                   SUBTRACT ADIANT-VALOR FROM SALDO-ADIANTAMENTO.
           PERFORM LEIA-PROXIMO-ADIANT.

       CONFIRMA-ADIANTAMENTO.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG61" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

               PERFORM LEIA-RECEB-SEQUENCIA
           ELSE
               MOVE "S" TO FINAL-SEQUENCIA.

      *    CONTA DA EMPRESA (CONTABCO.DAT, VER PROG159) DO DEPOSITO -
      *    PEDIDA UMA VEZ POR EXECUCAO, SO CONTA ATIVA E' ACEITA.
       PEDE-CONTA-BANCO.
           OPEN INPUT ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DE CONTAS BANCARIAS VAZIO OU "
                       "INDISPONIVEL - CADASTRE AS CONTAS (PROG159)."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-CTABCO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO CONTA-BANCO-VALIDA-SW.
           PERFORM CAPTURA-CONTA-BANCO
                   UNTIL CONTA-BANCO-VALIDA.
           CLOSE ARQUIVO-CTABCO.

       CAPTURA-CONTA-BANCO.
           DISPLAY "CONTA BANCARIA DA EMPRESA (CODIGO) : ".
           MOVE ZEROS TO CONTA-BANCO-MOVIMENTO.
           ACCEPT CONTA-BANCO-MOVIMENTO.
           IF CONTA-BANCO-MOVIMENTO IS NOT NUMERIC
               MOVE ZEROS TO CONTA-BANCO-MOVIMENTO.
           MOVE CONTA-BANCO-MOVIMENTO TO CTABCO-CODIGO.
           READ ARQUIVO-CTABCO
                INVALID KEY
                DISPLAY "CONTA " CTABCO-CODIGO " NAO CADASTRADA."
                NOT INVALID KEY
                IF CTABCO-ATIVA
                    MOVE "S" TO CONTA-BANCO-VALIDA-SW
                    DISPLAY "CONTA " CTABCO-CODIGO " "
                            CTABCO-DESCRICAO
                ELSE
                    DISPLAY "CONTA " CTABCO-CODIGO " INATIVA."
                END-IF
           END-READ.
