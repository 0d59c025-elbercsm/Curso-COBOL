      *    O ESTOQUE DOS ITENS - CADA ITEM VOLTA AO SALDO DO PRODUTO
      *    COM UM MOVIMENTO DE ESTORNO NO LIVRO ESTOQMOV.DAT. NOTA
      *    COM RECEBIMENTO JA BAIXADO NAO PODE SER CANCELADA.
      *    2026-10-15 O ESTORNO VOLTA AO ESTOQUE PELO CUSTO MEDIO
      *    VIGENTE, QUE FICA GRAVADO NO MOVIMENTO.
      *    2026-10-15 O ESTORNO VOLTA TAMBEM AO SALDO DA FILIAL DA
      *    NOTA (ESTFIL.DAT, PELA ROTINA PROG164).
      *    2026-10-15 O CANCELAMENTO ESTORNA O IMPOSTO DA VENDA - A
      *    NOTA CANCELADA SAI DO LIVRO DE SAIDAS (PROG172) E DA
      *    APURACAO CONTABIL (PROG108) - E O ICMS/ISS ESTORNADO E'
      *    EXIBIDO E REGISTRADO NA TRILHA DE AUDITORIA.
      *    2026-10-15 NOTA AUTORIZADA NA NF-E SO E' CANCELADA DENTRO
      *    DO PRAZO LEGAL DE 24 HORAS DA AUTORIZACAO, E O PEDIDO DE
      *    CANCELAMENTO FICA PARA A EXPORTACAO (PROG173). NOTA AINDA
      *    NAO AUTORIZADA TEM O NUMERO INUTILIZADO; NOTA AGUARDANDO
      *    RETORNO DA FAZENDA NAO PODE SER CANCELADA.
      *    2026-10-15 NOTA DE FILIAL FORA DAS FILIAIS DO OPERADOR
      *    (PROG58/PROG243) NAO E' CANCELADA - A RECUSA VAI PARA A
      *    TRILHA DE AUDITORIA.
      *    2026-10-15 CHAMADO PELO MENU VALE O OPERADOR DO LOGIN - A
      *    IDENTIFICACAO PROPRIA NAO RECARREGA AS FILIAIS E, COM O
      *    OPERADOR DO LOGIN RESTRITO, OUTRO OPERADOR E' RECUSADO.

       ENVIRONMENT DIVISION.


       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".
           COPY "DTVALPARM.cob".

       01  NOTA-ARQ-STATUS         PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

      *    FILIAIS EM QUE O OPERADOR PODE TRABALHAR (VER PROG243).
           COPY "FILOPPARM.cob".

       01  NOTA-PESQUISADA         PIC 9(06).
       01  TEM-RECEBIMENTO-SW      PIC X(01).
           88 TEM-RECEBIMENTO      VALUE "S".
       01  IDX-ITEM                PIC 9(02).
       01  TOTAL-CANCELADAS        PIC 9(04) VALUE ZEROS.
       01  IMPOSTO-EDITADO         PIC $ZZ,ZZZ,ZZ9.99.
       01  ICMS-AUDIT              PIC ZZZZZZ9.99.
       01  ISS-AUDIT               PIC ZZZZZZ9.99.

      *    PRAZO LEGAL PARA CANCELAR NOTA AUTORIZADA NA NF-E, EM
      *    MINUTOS CONTADOS DA AUTORIZACAO.
       01  PRAZO-CANCELAMENTO-NFE  PIC 9(05) VALUE 1440.
       01  CANCELAMENTO-NFE-SW     PIC X(01).
           88 CANCELAMENTO-NFE-PERMITIDO VALUE "S".
       01  NOVA-SITUACAO-NFE       PIC X(01).
       01  MINUTOS-DESDE-AUTORIZACAO PIC S9(09).
       01  HORA-CORRENTE.
           05 HORA-CORRENTE-HH     PIC 9(02).
           05 HORA-CORRENTE-MM     PIC 9(02).
           05 FILLER               PIC 9(04).
       01  HORA-AUTORIZACAO.
           05 HORA-AUTORIZACAO-HH  PIC 9(02).
           05 HORA-AUTORIZACAO-MM  PIC 9(02).
           05 FILLER               PIC 9(02).

       PROCEDURE DIVISION.


           DISPLAY "---- CANCELAMENTO DE NOTAS DE VENDA ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-FILIAIS-DO-OPERADOR.
           PERFORM ABRE-ARQUIVO-NOTA.
           PERFORM ABRE-ARQUIVO-PRODUTO.

                DISPLAY "NOTA " NOTA-NUMERO " NAO ENCONTRADA.".

           IF NOTA-ARQ-STATUS IS EQUAL "00"
               MOVE NOTA-FILIAL TO FILOP-FILIAL
               PERFORM CONFERE-FILIAL-DO-OPERADOR
               IF FILOP-FORA-DAS-FILIAIS
                   DISPLAY "NOTA DA FILIAL " FILOP-FILIAL " - FORA "
                           "DAS FILIAIS DO OPERADOR."
                   PERFORM REGISTRA-AUDITORIA-RECUSA-FILIAL
               ELSE
                   IF NOTA-CANCELADA
                       DISPLAY "NOTA " NOTA-NUMERO " JA ESTA "
                               "CANCELADA."
                   ELSE
                       PERFORM VERIFICA-SITUACAO-NFE
                       IF CANCELAMENTO-NFE-PERMITIDO
                           PERFORM VERIFICA-E-CANCELA.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
                       "- CANCELAMENTO NAO PERMITIDO."
           ELSE
               MOVE "C" TO NOTA-SITUACAO
               MOVE NOVA-SITUACAO-NFE TO NOTA-NFE-SITUACAO
               REWRITE NOTA-REGISTRO
               PERFORM ESTORNA-ESTOQUE-DA-NOTA
               ADD 1 TO TOTAL-CANCELADAS
               DISPLAY "NOTA " NOTA-NUMERO " CANCELADA - ESTOQUE "
                       "ESTORNADO."
               PERFORM REGISTRA-AUDITORIA-CANCELAMENTO
               PERFORM ESTORNA-IMPOSTO-DA-NOTA
               PERFORM AVISA-EVENTO-NFE.

      *    A SITUACAO NA NF-E DECIDE SE A NOTA PODE SER CANCELADA E
      *    QUE EVENTO VAI PARA A FAZENDA - AUTORIZADA DENTRO DO PRAZO
      *    PEDE CANCELAMENTO, AINDA NAO AUTORIZADA PEDE INUTILIZACAO
      *    DO NUMERO. NOTA ANTERIOR A TRANSMISSAO CANCELA COMO ANTES.
       VERIFICA-SITUACAO-NFE.
           MOVE "S" TO CANCELAMENTO-NFE-SW.
           MOVE NOTA-NFE-SITUACAO TO NOVA-SITUACAO-NFE.
           IF NFE-A-ENVIAR OR NFE-REJEITADA
               MOVE "I" TO NOVA-SITUACAO-NFE.
           IF NFE-ENVIADA
               MOVE "N" TO CANCELAMENTO-NFE-SW
               DISPLAY "NOTA " NOTA-NUMERO " EXPORTADA PARA A NF-E E "
                       "AGUARDANDO RETORNO DA FAZENDA (PROG174)"
               DISPLAY "- CANCELAMENTO NAO PERMITIDO.".
           IF NFE-AUTORIZADA
               PERFORM CALCULA-MINUTOS-AUTORIZACAO
               IF MINUTOS-DESDE-AUTORIZACAO IS GREATER THAN
                       PRAZO-CANCELAMENTO-NFE
                   MOVE "N" TO CANCELAMENTO-NFE-SW
                   DISPLAY "NOTA " NOTA-NUMERO " AUTORIZADA NA NF-E "
                           "EM " NOTA-NFE-DATA-AUT " "
                           NOTA-NFE-HORA-AUT
                   DISPLAY "- FORA DO PRAZO LEGAL DE CANCELAMENTO "
                           "(24 HORAS). EMITA NOTA DE CREDITO."
               ELSE
                   MOVE "C" TO NOVA-SITUACAO-NFE.

      *    MINUTOS DA AUTORIZACAO ATE AGORA - OS DIAS PELA ROTINA
      *    CENTRAL DE DATAS (PROG95), AS HORAS PELO RELOGIO. DATA DE
      *    AUTORIZACAO INVALIDA CONTA COMO FORA DO PRAZO.
       CALCULA-MINUTOS-AUTORIZACAO.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE NOTA-NFE-DATA-AUT TO DTVAL-DATA-1.
           ACCEPT DTVAL-DATA-2 FROM DATE YYYYMMDD.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               COMPUTE MINUTOS-DESDE-AUTORIZACAO =
                       PRAZO-CANCELAMENTO-NFE + 1
           ELSE
               ACCEPT HORA-CORRENTE FROM TIME
               MOVE NOTA-NFE-HORA-AUT TO HORA-AUTORIZACAO
               COMPUTE MINUTOS-DESDE-AUTORIZACAO =
                       DTVAL-DIAS * 1440
                       + HORA-CORRENTE-HH * 60 + HORA-CORRENTE-MM
                       - HORA-AUTORIZACAO-HH * 60
                       - HORA-AUTORIZACAO-MM.

       AVISA-EVENTO-NFE.
           IF NFE-CANCELAMENTO-A-ENVIAR
               DISPLAY "CANCELAMENTO NA NF-E PENDENTE DE EXPORTACAO "
                       "(PROG173).".
           IF NFE-INUTILIZACAO-A-ENVIAR
               DISPLAY "INUTILIZACAO DO NUMERO NA NF-E PENDENTE DE "
                       "EXPORTACAO (PROG173).".

       PROCURA-RECEBIMENTO-DA-NOTA.
           MOVE "N" TO TEM-RECEBIMENTO-SW.
                    ADD NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                        TO PRODUTO-SALDO-ESTOQUE
                    REWRITE PRODUTO-REGISTRO
                    MOVE "M" TO SLDFIL-FUNCAO
                    MOVE NOTA-FILIAL TO SLDFIL-FILIAL
                    MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
                    MOVE NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                         TO SLDFIL-QUANTIDADE
                    CALL "PROG164" USING SLDFIL-PARAMETROS
                    MOVE "T" TO ESTOQMOV-TIPO
                    MOVE NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                         TO ESTOQMOV-QUANTIDADE
      *    QUANTIDADE E A NOTA JA FORAM PREENCHIDOS PELO CHAMADOR.
       GRAVA-MOVIMENTO-ESTOQUE.
           MOVE PRODUTO-CODIGO TO ESTOQMOV-PRODUTO.
           MOVE NOTA-FILIAL TO ESTOQMOV-FILIAL.
           MOVE PRODUTO-CUSTO-MEDIO TO ESTOQMOV-CUSTO-UNIT.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO ESTOQMOV-OPERADOR.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           WRITE ESTOQMOV-REGISTRO.
           CLOSE ARQUIVO-ESTOQMOV.

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

      *    REGISTRA NA TRILHA DE AUDITORIA A NOTA RECUSADA POR ESTAR
      *    FORA DAS FILIAIS DO OPERADOR.
       REGISTRA-AUDITORIA-RECUSA-FILIAL.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
           MOVE NOTA-NUMERO      TO AUDIT-CODIGO.
           MOVE "RECUSA-FIL"   TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "FILIAL " FILOP-FILIAL
                  " FORA DAS FILIAIS DO OPERADOR."
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    REGISTRA NA TRILHA DE AUDITORIA O CANCELAMENTO DA NOTA.
       REGISTRA-AUDITORIA-CANCELAMENTO.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    O IMPOSTO FICA GRAVADO NA NOTA CANCELADA - O ESTORNO E'
      *    A PROPRIA SITUACAO "C", QUE TIRA A NOTA DO LIVRO DE SAIDAS
      *    E DA APURACAO. NOTAS ANTERIORES AO IMPOSTO NAO TEM O QUE
      *    ESTORNAR.
       ESTORNA-IMPOSTO-DA-NOTA.
           IF NOTA-TOTAL-ICMS IS NUMERIC
                   AND NOTA-TOTAL-ISS IS NUMERIC
               IF NOTA-TOTAL-ICMS IS GREATER THAN ZEROS
                       OR NOTA-TOTAL-ISS IS GREATER THAN ZEROS
                   MOVE NOTA-TOTAL-ICMS TO IMPOSTO-EDITADO
                   DISPLAY "ICMS ESTORNADO : " IMPOSTO-EDITADO
                   MOVE NOTA-TOTAL-ISS TO IMPOSTO-EDITADO
                   DISPLAY "ISS ESTORNADO  : " IMPOSTO-EDITADO
                   PERFORM REGISTRA-AUDITORIA-IMPOSTO.

       REGISTRA-AUDITORIA-IMPOSTO.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
           MOVE NOTA-NUMERO   TO AUDIT-CODIGO.
           MOVE "ESTORNOIMP"  TO AUDIT-OPERACAO.
           MOVE NOTA-TOTAL-ICMS TO ICMS-AUDIT.
           MOVE NOTA-TOTAL-ISS  TO ISS-AUDIT.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "ICMS " ICMS-AUDIT " ISS " ISS-AUDIT
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG99" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

