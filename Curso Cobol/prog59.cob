      *    FUNCIONARIO OBRIGATORIO, VALIDADO NO CADASTRO
      *    (FUNCIONARIOS.DAT) E GRAVADO NA NOTA, BASE DO CALCULO
      *    MENSAL DE COMISSOES (PROG102).
      *    2026-10-15 O MOVIMENTO DE SAIDA DO ESTOQUE LEVA O CUSTO
      *    MEDIO DO PRODUTO NO MOMENTO DA EMISSAO (BASE DO CMV).
      *    2026-10-15 O ESTOQUE PASSOU A SER POR FILIAL - A BAIXA SAI
      *    DO SALDO DA FILIAL DA NOTA (ESTFIL.DAT, PELA ROTINA
      *    PROG164), QUE FICA NO MOVIMENTO, E O AVISO DE SALDO
      *    INSUFICIENTE OLHA O SALDO DESSA FILIAL.
      *    2026-10-15 O PRECO DO ITEM PASSOU A VIR DA LISTA DE PRECO
      *    DO CLIENTE OU, NA FALTA DELA, DA LISTA PADRAO DA FILIAL
      *    (PROG166), DENTRO DA VALIDADE - PRODUTO FORA DA LISTA SAI
      *    PELO PRECO DO CADASTRO - COM O DESCONTO DA FAIXA DE
      *    QUANTIDADE DO PRODUTO. A TELA MOSTRA A LISTA USADA. PRECO
      *    DIGITADO ABAIXO DO DE TABELA EXIGE SENHA DE SUPERVISOR E
      *    VAI PARA A TRILHA DE AUDITORIA.
      *    2026-10-15 A NOTA PODE NASCER DE UM ORCAMENTO (PROG167) -
      *    INFORMADO O NUMERO DE UM ORCAMENTO ABERTO E DENTRO DA
      *    VALIDADE, CLIENTE, FILIAL, VENDEDOR, ITENS E PRECOS VEM DO
      *    ORCAMENTO, QUE FICA MARCADO COMO CONVERTIDO NA NOTA. O
      *    PRECO DO ITEM PASSOU A SER CALCULADO PELA ROTINA PROG168,
      *    A MESMA DOS ORCAMENTOS.
      *    2026-10-15 CADA ITEM PASSOU A LEVAR O IMPOSTO DA VENDA -
      *    ICMS PARA MERCADORIA, ISS PARA SERVICO - COM CFOP,
      *    ALIQUOTA PELA UF DO CLIENTE, BASE E VALOR CALCULADOS PELA
      *    ROTINA PROG170, E A NOTA OS TOTAIS DE ICMS E DE ISS. O
      *    IMPOSTO ESTA CONTIDO NO PRECO - O TOTAL DA NOTA NAO MUDA.
      *    2026-10-15 A NOTA NASCE PENDENTE DE TRANSMISSAO
      *    ELETRONICA (NF-E), PARA A EXPORTACAO DO PROG173.
      *    2026-10-15 CLIENTE COM ADIANTAMENTO NAO APLICADO
      *    (ADIANT.DAT, VER PROG61) PODE QUITAR A NOTA COM ELE NA
      *    EMISSAO - O VALOR APLICADO E' BAIXADO NAS PARCELAS, DA
      *    PRIMEIRA EM DIANTE, COMO RECEBIMENTOS SEM CONTA BANCARIA,
      *    E CADA APLICACAO FICA NO ARQUIVO DE ADIANTAMENTOS COM A
      *    NOTA, A PARCELA E A CHAVE DO RECEBIMENTO. O SALDO DE
      *    ADIANTAMENTO TAMBEM ABATE O SALDO ABERTO DO LIMITE.
      *    2026-10-15 SALDO INSUFICIENTE NA FILIAL DEIXOU DE SO SER
      *    AVISADO - O OPERADOR ESCOLHE, ITEM A ITEM, ENTRE FATURAR O
      *    DISPONIVEL E DEIXAR O RESTANTE PENDENTE PARA O CLIENTE
      *    (PENDENCIA.DAT) OU RECUSAR O ITEM. NA NOTA DIGITADA AS
      *    PENDENCIAS ABERTAS DO CLIENTE NA FILIAL SAO OFERECIDAS
      *    ANTES DOS ITENS E, ACEITAS, VIRAM ITENS DA NOTA E FICAM
      *    LIBERADAS COM O NUMERO DELA.
      *    2026-10-15 O RECEBIMENTO GERADO PELA APLICACAO DE
      *    ADIANTAMENTO SAI COM A FORMA DE PAGAMENTO "A".
      *    2026-10-15 A FILIAL DA NOTA PRECISA ESTAR ENTRE AS FILIAIS
      *    DO OPERADOR (PROG58/PROG243) - A RECUSA VAI PARA A TRILHA
      *    DE AUDITORIA.
      *    2026-10-15 CHAMADO PELO MENU VALE O OPERADOR DO LOGIN - A
      *    IDENTIFICACAO PROPRIA NAO RECARREGA AS FILIAIS E, COM O
      *    OPERADOR DO LOGIN RESTRITO, OUTRO OPERADOR E' RECUSADO.

       ENVIRONMENT DIVISION.

           COPY "SELNOTACRED.cob".
           COPY "SELAUDIT.cob".
           COPY "SELFILIAL.cob".
           COPY "SELORCAM.cob".
           COPY "SELADIANT.cob".
           COPY "SELPENDEN.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDNOTACRED.cob".
           COPY "FDAUDIT.cob".
           COPY "FDFILIAL.cob".
           COPY "FDORCAM.cob".
           COPY "FDADIANT.cob".
           COPY "FDPENDEN.cob".

       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".

      *    CADASTRO DE FILIAIS CARREGADO NO INICIO (VER PROG151) -
      *    COM O CADASTRO VAZIO VALE A REGRA ANTIGA DO CODIGO LIVRE.
       01  FILIAL-ARQ-STATUS       PIC X(02).
           88 RESPOSTA-VALIDA      VALUE "S" "N".
       01  OPERADOR-ID             PIC X(10).

      *    FILIAIS EM QUE O OPERADOR PODE TRABALHAR (VER PROG243).
           COPY "FILOPPARM.cob".

       01  PROXIMO-NUMERO          PIC 9(06) VALUE ZEROS.
       01  IDX-ITEM                PIC 9(02).
       01  ITEM-PRODUTO-INF        PIC 9(06).
       01  VALOR-ACUMULADO-PARC    PIC 9(08)V9(02).
       01  VENCIMENTO-INF          PIC X(08).
       01  VALOR-PARCELA-EDITADO   PIC $ZZ,ZZZ,ZZ9.99.
       01  TABELA-PARCELAS-EMITIDAS.
           05 PARC-EMITIDA-VALOR   PIC 9(08)V9(02) OCCURS 12 TIMES.
           COPY "DTVALPARM.cob".

      *    APLICACAO DO ADIANTAMENTO DO CLIENTE NA NOTA EMITIDA.
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  FINAL-ADIANT            PIC X.
       01  SALDO-ADIANTAMENTO      PIC S9(10)V9(02).
       01  VALOR-A-APLICAR         PIC 9(08)V9(02).
       01  VALOR-APLICADO          PIC 9(08)V9(02).
       01  TOTAL-APLICADO-NOTA     PIC 9(08)V9(02).
       01  SEQUENCIA-APLICACAO     PIC 9(04).
       01  ADIANT-EDITADO          PIC $$,$$$,$$$,$$9.99-.

      *    LIMITES DE CREDITO CARREGADOS DE CLICRED.DAT NA ABERTURA
      *    (VER PROG100) - CLIENTE SEM LINHA NAO TEM VERIFICACAO.
       01  TABELA-LIMITES.
       01  VENDEDOR-OK-SW          PIC X(01).
           88 VENDEDOR-OK          VALUE "S".

      *    PRECO DO ITEM PELAS LISTAS DE PRECO E FAIXAS DE DESCONTO
      *    (PROG166), CALCULADO PELA ROTINA PROG168.
           COPY "PRCVENPARM.cob".
       01  DESCONTO-EDITADO        PIC Z9.99.
       01  PRECO-MANUAL-INF        PIC 9(06)V9(02).
       01  PRECO-LIBERADO-SW       PIC X(01).
           88 PRECO-LIBERADO       VALUE "S".
       01  PRECO-AUDIT-TABELA      PIC ZZZZZ9.99.
       01  PRECO-AUDIT-MANUAL      PIC ZZZZZ9.99.

      *    NOTA GERADA A PARTIR DE UM ORCAMENTO (VER PROG167) - O
      *    ORCAMENTO RECUSADO NA CONFERENCIA NAO EMITE NOTA.
       01  ORCAM-ARQ-STATUS        PIC X(02).
       01  ORCAMENTO-INFORMADO     PIC 9(06).
       01  ORIGEM-DA-NOTA-SW       PIC X(01).
           88 NOTA-AVULSA          VALUE "N".
           88 NOTA-DE-ORCAMENTO    VALUE "O".
           88 ORCAMENTO-REJEITADO  VALUE "X".
       01  DATA-CORRENTE           PIC 9(08).
       01  IDX-ORCAM               PIC 9(02).

      *    IMPOSTO DO ITEM PELA CLASSIFICACAO FISCAL DO PRODUTO E A
      *    UF DO CLIENTE, CALCULADO PELA ROTINA PROG170.
           COPY "IMPFISPARM.cob".
       01  IMPOSTO-EDITADO         PIC $ZZ,ZZZ,ZZ9.99.

      *    PENDENCIAS DE ENTREGA (PENDENCIA.DAT) - A PARTE DOS ITENS
      *    SEM SALDO NA FILIAL QUE FICA DEVIDA AO CLIENTE, GRAVADA NO
      *    FIM DA NOTA, E AS PENDENCIAS ANTIGAS LIBERADAS NELA, PELA
      *    POSICAO DO REGISTRO NO ARQUIVO.
       01  PENDEN-ARQ-STATUS       PIC X(02).
       01  FINAL-PENDEN            PIC X.
       01  DISPONIVEL-NA-FILIAL    PIC S9(07).
       01  QTD-JA-NA-NOTA          PIC 9(05).
       01  QTD-FALTANTE            PIC 9(04).
       01  SALDO-FILIAL-EDITADO    PIC ZZZ,ZZ9.
       01  DESTINO-DO-FALTANTE     PIC X.
           88 DESTINO-VALIDO       VALUE "F" "R".
           88 FATURA-DISPONIVEL    VALUE "F".
       01  LIBERACAO-SW            PIC X(01).
           88 EM-LIBERACAO         VALUE "S".
       01  DATA-DA-PENDENCIA       PIC 9(08).
       01  NOTA-DA-PENDENCIA       PIC 9(06).
       01  ORDEM-PENDENCIA         PIC 9(06).
       01  IDX-PEND                PIC 9(02).
       01  PENDENCIA-ACHADA-SW     PIC X(01).
           88 PENDENCIA-ACHADA     VALUE "S".
       01  TABELA-PENDENCIAS-NOTA.
           05 QTD-PENDENCIAS-NOTA  PIC 9(02).
           05 PENDNOTA-ITEM OCCURS 10 TIMES.
               10 PENDNOTA-PRODUTO    PIC 9(06).
               10 PENDNOTA-QUANTIDADE PIC 9(04).
               10 PENDNOTA-DATA       PIC 9(08).
       01  TABELA-PENDENCIAS-LIBERADAS.
           05 QTD-PENDENCIAS-LIBERADAS PIC 9(02).
           05 PENDLIB-ORDEM        PIC 9(06) OCCURS 10 TIMES.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- EMISSAO DE NOTAS DE VENDA ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-FILIAIS-DO-OPERADOR.
           PERFORM ABRE-ARQUIVO-CLIENTE.
           PERFORM ABRE-ARQUIVO-NOTA.
           PERFORM ABRE-ARQUIVO-PRODUTO.
           PERFORM ABRE-ARQUIVO-FUNCIONARIO.
           PERFORM ABRE-ARQUIVO-ORCAM.
           PERFORM CARREGA-TABELA-LIMITES.
           PERFORM CARREGA-CADASTRO-FILIAIS.
           PERFORM CARREGA-ULTIMO-NUMERO.
           CLOSE ARQUIVO-NOTA.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-ORCAM.
           PERFORM GRAVA-ULTIMO-NUMERO.
           DISPLAY "NOTAS EMITIDAS NESTA SESSAO : "
                   TOTAL-NOTAS-EMITIDAS.
           CLOSE ARQUIVO-NOTACTL.

       EMITE-NOTA.
           PERFORM PEDE-ORCAMENTO-DA-NOTA.
           IF NOT ORCAMENTO-REJEITADO
               PERFORM IDENTIFICA-CLIENTE-DA-NOTA.

           DISPLAY "-----------".
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-OUTRA-NOTA
                   UNTIL RESPOSTA-VALIDA.

      *    NA NOTA DE ORCAMENTO O CLIENTE E' O DO ORCAMENTO - PASSA
      *    PELAS MESMAS VERIFICACOES DE SITUACAO, FILIAL E CREDITO.
       IDENTIFICA-CLIENTE-DA-NOTA.
           IF NOTA-DE-ORCAMENTO
               MOVE ORCAM-CLIENTE-CODIGO TO CLIENTE-CODIGO
           ELSE
               DISPLAY "INFORME O CODIGO DO CLIENTE : "
               ACCEPT CLIENTE-CODIGO.

           READ ARQUIVO-CLIENTE
                INVALID KEY
                               "CLIENTE NAO CADASTRADA OU INATIVA "
                               "- NOTA NAO EMITIDA (VER PROG151)."
                   ELSE
                       PERFORM VERIFICA-FILIAL-DO-OPERADOR
                       IF FILOP-FORA-DAS-FILIAIS
                           DISPLAY "FILIAL " FILOP-FILIAL " FORA "
                                   "DAS FILIAIS DO OPERADOR - NOTA "
                                   "NAO EMITIDA."
                           PERFORM REGISTRA-AUDITORIA-RECUSA-FILIAL
                       ELSE
                           PERFORM VERIFICA-LIMITE-DE-CREDITO
                           IF CREDITO-LIBERADO
                               PERFORM CAPTURA-NOTA.

      *    A NOTA SAI NA FILIAL DO CLIENTE, OU NA DO ORCAMENTO
      *    QUANDO NASCE DE UM - ELA E' QUE PRECISA ESTAR ENTRE AS
      *    FILIAIS DO OPERADOR.
       VERIFICA-FILIAL-DO-OPERADOR.
           MOVE CLIENTE-FILIAL TO FILOP-FILIAL.
           IF NOTA-DE-ORCAMENTO
               MOVE ORCAM-FILIAL TO FILOP-FILIAL.
           PERFORM CONFERE-FILIAL-DO-OPERADOR.

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

      *    ENTER (OU ZERO) EMITE A NOTA DIGITANDO OS ITENS, COMO
      *    SEMPRE. SO VIRA NOTA O ORCAMENTO ABERTO E DENTRO DA
      *    VALIDADE, DEPOIS DE CONFERIDO PELO OPERADOR.
       PEDE-ORCAMENTO-DA-NOTA.
           MOVE "N" TO ORIGEM-DA-NOTA-SW.
           DISPLAY "NUMERO DO ORCAMENTO (ENTER = NOTA SEM "
                   "ORCAMENTO) : ".
           MOVE ZEROS TO ORCAMENTO-INFORMADO.
           ACCEPT ORCAMENTO-INFORMADO.
           IF ORCAMENTO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO ORCAMENTO-INFORMADO.
           IF ORCAMENTO-INFORMADO IS NOT EQUAL ZEROS
               MOVE ORCAMENTO-INFORMADO TO ORCAM-NUMERO
               READ ARQUIVO-ORCAM
                    INVALID KEY
                    DISPLAY "ORCAMENTO " ORCAM-NUMERO " NAO "
                            "ENCONTRADO - NOTA NAO EMITIDA."
                    MOVE "X" TO ORIGEM-DA-NOTA-SW
                    NOT INVALID KEY
                    PERFORM CONFERE-ORCAMENTO-DA-NOTA.

       CONFERE-ORCAMENTO-DA-NOTA.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE "X" TO ORIGEM-DA-NOTA-SW.
           IF ORCAM-CONVERTIDO
               DISPLAY "ORCAMENTO JA CONVERTIDO NA NOTA " ORCAM-NOTA
                       " - NOTA NAO EMITIDA."
           ELSE
               IF ORCAM-RECUSADO
                   DISPLAY "ORCAMENTO RECUSADO PELO CLIENTE - NOTA "
                           "NAO EMITIDA."
               ELSE
                   IF ORCAM-VALIDADE IS LESS THAN DATA-CORRENTE
                       DISPLAY "ORCAMENTO EXPIRADO EM "
                               ORCAM-VALIDADE-DIA "/"
                               ORCAM-VALIDADE-MES "/"
                               ORCAM-VALIDADE-ANO
                               " - NOTA NAO EMITIDA."
                   ELSE
                       PERFORM CONFIRMA-ORCAMENTO-DA-NOTA.

       CONFIRMA-ORCAMENTO-DA-NOTA.
           MOVE ORCAM-VALOR-TOTAL TO VALOR-TOTAL-EDITADO.
           DISPLAY "ORCAMENTO " ORCAM-NUMERO " - CLIENTE "
                   ORCAM-CLIENTE-CODIGO " - " ORCAM-QTD-ITENS
                   " ITENS - TOTAL " VALOR-TOTAL-EDITADO.
           DISPLAY "CONFIRMA A CONVERSAO EM NOTA ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
               MOVE "O" TO ORIGEM-DA-NOTA-SW.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-ORCAM.
           OPEN I-O ARQUIVO-ORCAM.
           IF ORCAM-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ORCAM
               CLOSE ARQUIVO-ORCAM
               OPEN I-O ARQUIVO-ORCAM.
           IF ORCAM-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS - "
                       "STATUS : " ORCAM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    O VENDEDOR DA NOTA E' VALIDADO CONTRA O CADASTRO DE
      *    FUNCIONARIOS - SEM O CADASTRO NAO HA EMISSAO.
                       UNTIL FINAL-NOTA-SCAN IS EQUAL "S".
           PERFORM ABATE-RECEBIMENTOS-CLIENTE.
           PERFORM ABATE-CREDITOS-CLIENTE.
           MOVE CLIENTE-CODIGO TO NOTA-CLIENTE-CODIGO.
           PERFORM APURA-SALDO-ADIANTAMENTO.
           SUBTRACT SALDO-ADIANTAMENTO FROM SALDO-ABERTO-CLIENTE.

       LEIA-PROXIMA-NOTA-SCAN.
           READ ARQUIVO-NOTA NEXT RECORD AT END
               MOVE "S" TO SUPERV-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    REGISTRA NA TRILHA DE AUDITORIA A NOTA RECUSADA PARA O
      *    CLIENTE POR ESTAR FORA DAS FILIAIS DO OPERADOR.
       REGISTRA-AUDITORIA-RECUSA-FILIAL.
           MOVE "CLIENTE"     TO AUDIT-ENTIDADE.
           MOVE CLIENTE-CODIGO   TO AUDIT-CODIGO.
           MOVE "RECUSA-FIL"   TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "FILIAL " FILOP-FILIAL
                  " FORA DAS FILIAIS DO OPERADOR."
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    A LIBERACAO ACIMA DO LIMITE FICA NA TRILHA DE AUDITORIA
      *    COM O OPERADOR DA SESSAO E O SUPERVISOR QUE LIBEROU.
       REGISTRA-AUDITORIA-LIBERACAO.
           MOVE PROXIMO-NUMERO   TO NOTA-NUMERO.
           MOVE CLIENTE-CODIGO   TO NOTA-CLIENTE-CODIGO.
           MOVE CLIENTE-FILIAL   TO NOTA-FILIAL.
           IF NOTA-DE-ORCAMENTO
               MOVE ORCAM-FILIAL TO NOTA-FILIAL.
           ACCEPT NOTA-DATA FROM DATE YYYYMMDD.
           MOVE ZEROS TO NOTA-QTD-ITENS.
           MOVE ZEROS TO NOTA-VALOR-TOTAL.
           MOVE ZEROS TO NOTA-TOTAL-ICMS.
           MOVE ZEROS TO NOTA-TOTAL-ISS.
           MOVE "A" TO NOTA-SITUACAO.
           MOVE "P" TO NOTA-NFE-SITUACAO.
           MOVE ZEROS TO NOTA-NFE-DATA-AUT.
           MOVE ZEROS TO NOTA-NFE-HORA-AUT.
           MOVE ZEROS TO QTD-PENDENCIAS-NOTA.
           MOVE ZEROS TO QTD-PENDENCIAS-LIBERADAS.
           MOVE ZEROS TO NOTA-DA-PENDENCIA.
           MOVE "N" TO LIBERACAO-SW.

           DISPLAY "CLIENTE : " CLIENTE-NOME.
           DISPLAY "NOTA NUMERO : " NOTA-NUMERO.
           IF NOTA-DE-ORCAMENTO
               PERFORM CONVERTE-ORCAMENTO-EM-NOTA
           ELSE
               PERFORM PEDE-VENDEDOR-DA-NOTA
               MOVE VENDEDOR-INF TO NOTA-VENDEDOR
               PERFORM DETERMINA-LISTA-DA-NOTA
               PERFORM OFERECE-PENDENCIAS-DO-CLIENTE
               MOVE "N" TO FIM-DOS-ITENS-SW
               PERFORM CAPTURA-ITEM
                       UNTIL FIM-DOS-ITENS
                       OR NOTA-QTD-ITENS IS EQUAL 10.

           IF NOTA-QTD-ITENS IS EQUAL ZEROS
               DISPLAY "NOTA SEM ITENS - NAO GRAVADA."
               SUBTRACT 1 FROM PROXIMO-NUMERO
           ELSE
               PERFORM GRAVA-NOTA.
           PERFORM GRAVA-PENDENCIAS-DA-NOTA.

       GRAVA-NOTA.
           WRITE NOTA-REGISTRO
                 INVALID KEY
                 DISPLAY "NUMERO DE NOTA " NOTA-NUMERO " JA "
                         "EXISTE - VERIFIQUE O CONTROLE NOTACTL."
                 NOT INVALID KEY
                 ADD 1 TO TOTAL-NOTAS-EMITIDAS
                 MOVE NOTA-VALOR-TOTAL TO VALOR-TOTAL-EDITADO
                 DISPLAY "NOTA " NOTA-NUMERO " GRAVADA - TOTAL "
                         VALOR-TOTAL-EDITADO
                 PERFORM EXIBE-IMPOSTOS-DA-NOTA
                 PERFORM BAIXA-ESTOQUE-DA-NOTA
                 MOVE NOTA-NUMERO TO NOTA-DA-PENDENCIA
                 PERFORM MARCA-PENDENCIAS-LIBERADAS
                 PERFORM CAPTURA-PARCELAS-DA-NOTA
                 PERFORM REGISTRA-AUDITORIA-NOTA
                 PERFORM OFERECE-ADIANTAMENTO-NA-NOTA
                 IF NOTA-DE-ORCAMENTO
                     PERFORM MARCA-ORCAMENTO-CONVERTIDO.

      *    O VENDEDOR, OS ITENS E OS PRECOS SAO OS DO ORCAMENTO -
      *    PRECO ABAIXO DA TABELA JA FOI LIBERADO POR SUPERVISOR NA
      *    INCLUSAO DO ORCAMENTO. PRODUTO QUE FICOU INATIVO DEPOIS
      *    DO ORCAMENTO E' DESCARTADO; A VERIFICACAO DE SALDO E' A
      *    MESMA DA DIGITACAO. VENDEDOR QUE SAIU DO CADASTRO E'
      *    PEDIDO DE NOVO.
       CONVERTE-ORCAMENTO-EM-NOTA.
           MOVE ORCAM-VENDEDOR TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                DISPLAY "VENDEDOR DO ORCAMENTO " FUNCIONARIO-CODIGO
                        " NAO CADASTRADO."
                PERFORM PEDE-VENDEDOR-DA-NOTA
                MOVE VENDEDOR-INF TO NOTA-VENDEDOR
                NOT INVALID KEY
                DISPLAY "VENDEDOR : " FUNCIONARIO-NOME
                MOVE ORCAM-VENDEDOR TO NOTA-VENDEDOR.
           MOVE 1 TO IDX-ORCAM.
           PERFORM COPIA-ITEM-DO-ORCAMENTO
                   UNTIL IDX-ORCAM IS GREATER THAN ORCAM-QTD-ITENS.

       COPIA-ITEM-DO-ORCAMENTO.
           MOVE ORCAM-ITEM-PRODUTO(IDX-ORCAM) TO ITEM-PRODUTO-INF.
           PERFORM CONSULTA-PRODUTO-DO-ITEM.
           IF ITEM-PRODUTO-OK
               MOVE ORCAM-ITEM-QUANTIDADE(IDX-ORCAM) TO ITEM-QTD-INF
               MOVE ORCAM-ITEM-VALOR-UNIT(IDX-ORCAM)
                    TO ITEM-VALOR-INF
               MOVE ITEM-VALOR-INF TO PRECO-EDITADO
               DISPLAY PRODUTO-DESCRICAO " - QTDE " ITEM-QTD-INF
                       " - PRECO " PRECO-EDITADO " (ORCAMENTO)"
               PERFORM VERIFICA-SALDO-DA-FILIAL
               IF ITEM-QTD-INF IS GREATER THAN ZEROS
                   PERFORM GUARDA-ITEM-NA-NOTA.
           ADD 1 TO IDX-ORCAM.

      *    O ORCAMENTO SAI DA CARTEIRA COM O NUMERO DA NOTA GERADA.
       MARCA-ORCAMENTO-CONVERTIDO.
           MOVE "C" TO ORCAM-SITUACAO.
           MOVE NOTA-NUMERO TO ORCAM-NOTA.
           REWRITE ORCAM-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O ORCAMENTO - STATUS : "
                           ORCAM-ARQ-STATUS
                   NOT INVALID KEY
                   DISPLAY "ORCAMENTO " ORCAM-NUMERO " CONVERTIDO NA "
                           "NOTA " NOTA-NUMERO "."
                   MOVE "ORCAMENTO"   TO AUDIT-ENTIDADE
                   MOVE ORCAM-NUMERO  TO AUDIT-CODIGO
                   MOVE "CONVERSAO"   TO AUDIT-OPERACAO
                   MOVE SPACES TO AUDIT-DESCRICAO
                   STRING "CONVERTIDO NA NOTA " NOTA-NUMERO
                          DELIMITED BY SIZE
                     INTO AUDIT-DESCRICAO
                   PERFORM GRAVA-AUDITORIA.

      *    O VENDEDOR E' OBRIGATORIO E PRECISA EXISTIR NO CADASTRO
      *    DE FUNCIONARIOS - A EQUIPE DE VENDAS E' CONTRATADA.
                    MOVE "S" TO VENDEDOR-OK-SW.

      *    O CODIGO DE PRODUTO ZERO ENCERRA A DIGITACAO DOS ITENS. A
      *    DESCRICAO VEM DO CADASTRO DE PRODUTOS E O PRECO DA LISTA
      *    DA NOTA (OU DO CADASTRO) - SO A QUANTIDADE E' DIGITADA,
      *    ALEM DO PRECO QUANDO O OPERADOR QUISER OUTRO.
       CAPTURA-ITEM.
           DISPLAY "CODIGO DO PRODUTO (ZERO ENCERRA) : ".
           MOVE ZEROS TO ITEM-PRODUTO-INF.
           ELSE
               PERFORM CONSULTA-PRODUTO-DO-ITEM
               IF ITEM-PRODUTO-OK
                   PERFORM DETERMINA-PRECO-DO-ITEM
                   MOVE PRCVEN-PRECO-BASE TO PRECO-EDITADO
                   DISPLAY PRODUTO-DESCRICAO " - PRECO "
                           PRECO-EDITADO " (" PRCVEN-ORIGEM-PRECO ")"
                   DISPLAY "QUANTIDADE : "
                   MOVE ZEROS TO ITEM-QTD-INF
                   ACCEPT ITEM-QTD-INF
               DISPLAY "QUANTIDADE DEVE SER MAIOR QUE ZERO - ITEM "
                       "DESCARTADO."
           ELSE
               PERFORM VERIFICA-SALDO-DA-FILIAL
               IF ITEM-QTD-INF IS GREATER THAN ZEROS
                   PERFORM APLICA-DESCONTO-QUANTIDADE
                   PERFORM PEDE-PRECO-MANUAL
                   PERFORM GUARDA-ITEM-NA-NOTA.

      *    O DISPONIVEL E' O SALDO DA FILIAL MENOS O QUE OS ITENS
      *    ANTERIORES DA NOTA JA TOMARAM DO MESMO PRODUTO. SEM SALDO
      *    PARA O ITEM O OPERADOR ESCOLHE ENTRE FATURAR O DISPONIVEL,
      *    DEIXANDO O RESTANTE PENDENTE PARA O CLIENTE, OU RECUSAR O
      *    ITEM - NOS DOIS CASOS A QUANTIDADE DO ITEM VOLTA AJUSTADA
      *    (ZERO = NADA A FATURAR). SERVICO NAO TEM ESTOQUE E NAO E'
      *    VERIFICADO; COM O SALDO POR FILIAL INDISPONIVEL FICA SO O
      *    AVISO.
       VERIFICA-SALDO-DA-FILIAL.
           IF NOT PRODUTO-SERVICO
               PERFORM CONSULTA-SALDO-DA-FILIAL
               IF SLDFIL-ERRO
                   DISPLAY "AVISO - SALDO DA FILIAL " NOTA-FILIAL
                           " NAO VERIFICADO PARA O PRODUTO "
                           PRODUTO-CODIGO "."
               ELSE
                   PERFORM SOMA-PRODUTO-JA-NA-NOTA
                   COMPUTE DISPONIVEL-NA-FILIAL =
                           SLDFIL-SALDO - QTD-JA-NA-NOTA
                   IF ITEM-QTD-INF IS GREATER THAN DISPONIVEL-NA-FILIAL
                       PERFORM TRATA-SALDO-INSUFICIENTE.

       SOMA-PRODUTO-JA-NA-NOTA.
           MOVE ZEROS TO QTD-JA-NA-NOTA.
           MOVE 1 TO IDX-PEND.
           PERFORM SOMA-UM-ITEM-DO-PRODUTO
                   UNTIL IDX-PEND IS GREATER THAN NOTA-QTD-ITENS.

       SOMA-UM-ITEM-DO-PRODUTO.
           IF NOTA-ITEM-PRODUTO(IDX-PEND) IS EQUAL ITEM-PRODUTO-INF
               ADD NOTA-ITEM-QUANTIDADE(IDX-PEND) TO QTD-JA-NA-NOTA.
           ADD 1 TO IDX-PEND.

      *    A PENDENCIA ANTIGA QUE CONTINUA SEM SALDO NAO GERA OUTRA -
      *    ELA SO FICA ABERTA COMO ESTAVA.
       TRATA-SALDO-INSUFICIENTE.
           IF DISPONIVEL-NA-FILIAL IS LESS THAN ZEROS
               MOVE ZEROS TO DISPONIVEL-NA-FILIAL.
           MOVE DISPONIVEL-NA-FILIAL TO SALDO-FILIAL-EDITADO.
           DISPLAY "SALDO INSUFICIENTE NA FILIAL " NOTA-FILIAL
                   " - DISPONIVEL : " SALDO-FILIAL-EDITADO.
           IF EM-LIBERACAO AND DISPONIVEL-NA-FILIAL IS EQUAL ZEROS
               DISPLAY "PENDENCIA CONTINUA ABERTA."
               MOVE ZEROS TO ITEM-QTD-INF
           ELSE IF QTD-PENDENCIAS-NOTA IS EQUAL 10
               DISPLAY "LIMITE DE PENDENCIAS DA NOTA ATINGIDO - ITEM "
                       "RECUSADO."
               MOVE ZEROS TO ITEM-QTD-INF
           ELSE
               DISPLAY "F = FATURA O DISPONIVEL E DEIXA O RESTANTE "
                       "PENDENTE PARA O CLIENTE"
               DISPLAY "R = RECUSA O ITEM"
               MOVE SPACE TO DESTINO-DO-FALTANTE
               PERFORM ACEITA-DESTINO-DO-FALTANTE
                       UNTIL DESTINO-VALIDO
               IF FATURA-DISPONIVEL
                   COMPUTE QTD-FALTANTE =
                           ITEM-QTD-INF - DISPONIVEL-NA-FILIAL
                   MOVE DISPONIVEL-NA-FILIAL TO ITEM-QTD-INF
                   PERFORM GUARDA-PENDENCIA-DO-ITEM
               ELSE
                   MOVE ZEROS TO ITEM-QTD-INF
                   IF EM-LIBERACAO
                       DISPLAY "ITEM RECUSADO - PENDENCIA CONTINUA "
                               "ABERTA."
                   ELSE
                       DISPLAY "ITEM RECUSADO.".

       ACEITA-DESTINO-DO-FALTANTE.
           DISPLAY "OPCAO (F/R) : ".
           ACCEPT DESTINO-DO-FALTANTE.
           IF DESTINO-DO-FALTANTE IS EQUAL "f"
               MOVE "F" TO DESTINO-DO-FALTANTE.
           IF DESTINO-DO-FALTANTE IS EQUAL "r"
               MOVE "R" TO DESTINO-DO-FALTANTE.
           IF NOT DESTINO-VALIDO
               DISPLAY "OPCAO INVALIDA - DIGITE F OU R.".

      *    A PARTE QUE SOBRA DE UMA PENDENCIA ANTIGA CONSERVA A DATA
      *    DO PEDIDO ORIGINAL; A DE UM ITEM NOVO NASCE COM A DATA DA
      *    NOTA.
       GUARDA-PENDENCIA-DO-ITEM.
           ADD 1 TO QTD-PENDENCIAS-NOTA.
           MOVE ITEM-PRODUTO-INF
                TO PENDNOTA-PRODUTO(QTD-PENDENCIAS-NOTA).
           MOVE QTD-FALTANTE
                TO PENDNOTA-QUANTIDADE(QTD-PENDENCIAS-NOTA).
           IF EM-LIBERACAO
               MOVE DATA-DA-PENDENCIA
                    TO PENDNOTA-DATA(QTD-PENDENCIAS-NOTA)
           ELSE
               MOVE NOTA-DATA TO PENDNOTA-DATA(QTD-PENDENCIAS-NOTA).
           DISPLAY "QUANTIDADE PENDENTE PARA O CLIENTE : "
                   QTD-FALTANTE.
           IF ITEM-QTD-INF IS EQUAL ZEROS
               DISPLAY "NENHUMA UNIDADE FATURADA - O ITEM TODO FICA "
                       "PENDENTE.".

       GUARDA-ITEM-NA-NOTA.
           ADD 1 TO NOTA-QTD-ITENS.
           MOVE NOTA-QTD-ITENS TO IDX-ITEM.
           MOVE ITEM-PRODUTO-INF
                TO NOTA-ITEM-PRODUTO(IDX-ITEM).
           MOVE PRODUTO-DESCRICAO
                TO NOTA-ITEM-DESCRICAO(IDX-ITEM).
           MOVE ITEM-QTD-INF TO NOTA-ITEM-QUANTIDADE(IDX-ITEM).
           MOVE ITEM-VALOR-INF TO NOTA-ITEM-VALOR-UNIT(IDX-ITEM).
           COMPUTE NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) ROUNDED =
                   ITEM-QTD-INF * ITEM-VALOR-INF.
           ADD NOTA-ITEM-VALOR-TOTAL(IDX-ITEM)
               TO NOTA-VALOR-TOTAL.
           PERFORM CALCULA-IMPOSTO-DO-ITEM.

      *    O PRODUTO DO ITEM ACABOU DE SER LIDO E O CLIENTE DA NOTA
      *    CONTINUA NO REGISTRO DE CLIENTES.
       CALCULA-IMPOSTO-DO-ITEM.
           MOVE PRODUTO-CLASSE-FISCAL TO IMPFIS-CLASSE.
           MOVE CLIENTE-END-UF TO IMPFIS-UF.
           MOVE NOTA-ITEM-VALOR-TOTAL(IDX-ITEM) TO IMPFIS-VALOR.
           CALL "PROG170" USING IMPFIS-PARAMETROS.
           MOVE IMPFIS-TIPO     TO NOTA-ITEM-TIPO-IMPOSTO(IDX-ITEM).
           MOVE IMPFIS-CFOP     TO NOTA-ITEM-CFOP(IDX-ITEM).
           MOVE IMPFIS-ALIQUOTA TO NOTA-ITEM-ALIQUOTA(IDX-ITEM).
           MOVE IMPFIS-BASE     TO NOTA-ITEM-BASE(IDX-ITEM).
           MOVE IMPFIS-IMPOSTO  TO NOTA-ITEM-IMPOSTO(IDX-ITEM).
           IF IMPFIS-ICMS
               ADD IMPFIS-IMPOSTO TO NOTA-TOTAL-ICMS.
           IF IMPFIS-ISS
               ADD IMPFIS-IMPOSTO TO NOTA-TOTAL-ISS.
           IF NOT IMPFIS-ALIQUOTA-ACHADA AND NOT IMPFIS-SEM-IMPOSTO
               DISPLAY "AVISO - SEM ALIQUOTA CADASTRADA PARA A UF "
                       IMPFIS-UF " - ITEM SEM IMPOSTO (VER PROG171).".

       EXIBE-IMPOSTOS-DA-NOTA.
           IF NOTA-TOTAL-ICMS IS GREATER THAN ZEROS
               MOVE NOTA-TOTAL-ICMS TO IMPOSTO-EDITADO
               DISPLAY "ICMS DA NOTA : " IMPOSTO-EDITADO.
           IF NOTA-TOTAL-ISS IS GREATER THAN ZEROS
               MOVE NOTA-TOTAL-ISS TO IMPOSTO-EDITADO
               DISPLAY "ISS DA NOTA  : " IMPOSTO-EDITADO.

      *    A LISTA QUE VALE PARA A NOTA (CLIENTE, SENAO FILIAL) E'
      *    EXIBIDA UMA VEZ NO INICIO - OS ITENS SAO PRECIFICADOS PELA
      *    MESMA ROTINA.
       DETERMINA-LISTA-DA-NOTA.
           MOVE CLIENTE-CODIGO TO PRCVEN-CLIENTE.
           MOVE NOTA-FILIAL    TO PRCVEN-FILIAL.
           MOVE NOTA-DATA      TO PRCVEN-DATA.
           MOVE ZEROS          TO PRCVEN-PRODUTO.
           MOVE ZEROS          TO PRCVEN-PRECO-CADASTRO.
           MOVE ZEROS          TO PRCVEN-QUANTIDADE.
           CALL "PROG168" USING PRCVEN-PARAMETROS.
           IF PRCVEN-LISTA-IGNORADA IS NOT EQUAL ZEROS
               DISPLAY "LISTA " PRCVEN-LISTA-IGNORADA " ATRIBUIDA "
                       "INATIVA OU FORA DA VALIDADE.".
           IF PRCVEN-LISTA IS EQUAL ZEROS
               DISPLAY "SEM LISTA DE PRECO - PRECOS DO CADASTRO."
           ELSE
               DISPLAY "LISTA DE PRECO " PRCVEN-LISTA " - "
                       PRCVEN-NOME-LISTA " (" PRCVEN-ORIGEM-LISTA ")".

      *    PRECO DE PARTIDA DO ITEM, ANTES DA QUANTIDADE - O DA LISTA
      *    DA NOTA QUANDO O PRODUTO ESTA NELA, SENAO O DO CADASTRO.
       DETERMINA-PRECO-DO-ITEM.
           MOVE ITEM-PRODUTO-INF TO PRCVEN-PRODUTO.
           MOVE PRODUTO-PRECO    TO PRCVEN-PRECO-CADASTRO.
           MOVE ZEROS            TO PRCVEN-QUANTIDADE.
           CALL "PROG168" USING PRCVEN-PARAMETROS.

      *    COM A QUANTIDADE A ROTINA DEVOLVE O DESCONTO DA FAIXA
      *    ATINGIDA E O PRECO DE TABELA DO ITEM.
       APLICA-DESCONTO-QUANTIDADE.
           MOVE ITEM-QTD-INF TO PRCVEN-QUANTIDADE.
           CALL "PROG168" USING PRCVEN-PARAMETROS.
           IF PRCVEN-DESCONTO IS GREATER THAN ZEROS
               MOVE PRCVEN-DESCONTO TO DESCONTO-EDITADO
               MOVE PRCVEN-PRECO-TABELA TO PRECO-EDITADO
               DISPLAY "DESCONTO POR QUANTIDADE " DESCONTO-EDITADO
                       "% - PRECO " PRECO-EDITADO.

      *    O OPERADOR PODE DIGITAR OUTRO PRECO - ACIMA DO DE TABELA
      *    ENTRA DIRETO, ABAIXO SO COM A SENHA DE UM SUPERVISOR, E A
      *    LIBERACAO VAI PARA A TRILHA DE AUDITORIA. SEM A LIBERACAO
      *    O ITEM FICA NO PRECO DE TABELA.
       PEDE-PRECO-MANUAL.
           MOVE PRCVEN-PRECO-TABELA TO ITEM-VALOR-INF.
           MOVE PRCVEN-PRECO-TABELA TO PRECO-EDITADO.
           DISPLAY "PRECO UNITARIO (ZERO = " PRECO-EDITADO ") : ".
           MOVE ZEROS TO PRECO-MANUAL-INF.
           ACCEPT PRECO-MANUAL-INF.
           IF PRECO-MANUAL-INF IS NOT NUMERIC
               MOVE ZEROS TO PRECO-MANUAL-INF.
           IF PRECO-MANUAL-INF IS NOT EQUAL ZEROS
               IF PRECO-MANUAL-INF IS NOT LESS THAN PRCVEN-PRECO-TABELA
                   MOVE PRECO-MANUAL-INF TO ITEM-VALOR-INF
               ELSE
                   DISPLAY "PRECO ABAIXO DA TABELA."
                   PERFORM PEDE-LIBERACAO-PRECO
                   IF PRECO-LIBERADO
                       MOVE PRECO-MANUAL-INF TO ITEM-VALOR-INF
                       PERFORM REGISTRA-AUDITORIA-PRECO
                   ELSE
                       DISPLAY "MANTIDO O PRECO DE TABELA "
                               PRECO-EDITADO ".".

       PEDE-LIBERACAO-PRECO.
           MOVE "N" TO PRECO-LIBERADO-SW.
           DISPLAY "LIBERACAO EXIGE SUPERVISOR - OPERADOR (BRANCO "
                   "DESISTE) : ".
           MOVE SPACES TO SUPERV-CODIGO.
           ACCEPT SUPERV-CODIGO.
           IF SUPERV-CODIGO IS NOT EQUAL SPACES
               DISPLAY "SENHA : "
               MOVE SPACES TO SUPERV-SENHA
               ACCEPT SUPERV-SENHA
               PERFORM VALIDA-SUPERVISOR
               IF SUPERV-OK
                   MOVE "S" TO PRECO-LIBERADO-SW
                   DISPLAY "PRECO LIBERADO PELO SUPERVISOR "
                           SUPERV-CODIGO "."
               ELSE
                   DISPLAY "OPERADOR NAO E' SUPERVISOR ATIVO OU "
                           "SENHA INVALIDA - LIBERACAO NEGADA.".

      *    A DESCRICAO LEVA A NOTA, O PRECO DE TABELA, O PRECO
      *    LIBERADO E O SUPERVISOR - O OPERADOR DA SESSAO VAI NO
      *    PROPRIO REGISTRO.
       REGISTRA-AUDITORIA-PRECO.
           MOVE "PRODUTO"         TO AUDIT-ENTIDADE.
           MOVE ITEM-PRODUTO-INF  TO AUDIT-CODIGO.
           MOVE "PRECO-LIB"       TO AUDIT-OPERACAO.
           MOVE PRCVEN-PRECO-TABELA TO PRECO-AUDIT-TABELA.
           MOVE PRECO-MANUAL-INF  TO PRECO-AUDIT-MANUAL.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING NOTA-NUMERO " " PRECO-AUDIT-TABELA " P/"
                  PRECO-AUDIT-MANUAL " " SUPERV-CODIGO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    O SALDO QUE INTERESSA NA VENDA E' O DA FILIAL QUE EMITE -
      *    A MERCADORIA DE OUTRA FILIAL PRECISA SER TRANSFERIDA ANTES
      *    (PROG165).
       CONSULTA-SALDO-DA-FILIAL.
           MOVE "C"              TO SLDFIL-FUNCAO.
           MOVE NOTA-FILIAL      TO SLDFIL-FILIAL.
           MOVE ITEM-PRODUTO-INF TO SLDFIL-PRODUTO.
           MOVE ZEROS            TO SLDFIL-QUANTIDADE.
           CALL "PROG164" USING SLDFIL-PARAMETROS.

      *    MONTA O ESPELHO DE PARCELAS DA NOTA - O TOTAL E' DIVIDIDO
      *    EM PARCELAS IGUAIS E A DIFERENCA DE ARREDONDAMENTO FICA NA
               MOVE VALOR-PARCELA-IGUAL TO NOTAPARC-VALOR
               ADD VALOR-PARCELA-IGUAL TO VALOR-ACUMULADO-PARC.
           WRITE NOTAPARC-REGISTRO.
           MOVE NOTAPARC-VALOR TO PARC-EMITIDA-VALOR(IDX-PARCELA).
           MOVE NOTAPARC-VALOR TO VALOR-PARCELA-EDITADO.
           DISPLAY "PARCELA " NOTAPARC-PARCELA " VENCE EM "
                   NOTAPARC-VENC-DIA "/" NOTAPARC-VENC-MES "/"
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA INVALIDA - CONFIRA O CALENDARIO.".

      *    ABATE DO SALDO DE CADA PRODUTO E DO SALDO DA FILIAL DA
      *    NOTA A QUANTIDADE VENDIDA E GRAVA O MOVIMENTO DE SAIDA NO
      *    LIVRO DE ESTOQUE.
       BAIXA-ESTOQUE-DA-NOTA.
           MOVE 1 TO IDX-ITEM.
           PERFORM BAIXA-ESTOQUE-DE-UM-ITEM
                SUBTRACT NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                    FROM PRODUTO-SALDO-ESTOQUE
                REWRITE PRODUTO-REGISTRO
                MOVE "M" TO SLDFIL-FUNCAO
                MOVE NOTA-FILIAL TO SLDFIL-FILIAL
                MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
                COMPUTE SLDFIL-QUANTIDADE =
                        ZEROS - NOTA-ITEM-QUANTIDADE(IDX-ITEM)
                CALL "PROG164" USING SLDFIL-PARAMETROS
                MOVE "S" TO ESTOQMOV-TIPO
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

      *===============================================================
      *    ADIANTAMENTO DO CLIENTE (ADIANT.DAT) NA EMISSAO - COM O
      *    SALDO POSITIVO O OPERADOR PODE APLICA-LO NA NOTA, ATE O
      *    TOTAL DELA. CADA PARCELA QUITADA (TOTAL OU EM PARTE) GANHA
      *    UM RECEBIMENTO SEM CONTA BANCARIA E UMA APLICACAO NO
      *    ARQUIVO DE ADIANTAMENTOS.
      *===============================================================
       OFERECE-ADIANTAMENTO-NA-NOTA.
           PERFORM APURA-SALDO-ADIANTAMENTO.
           IF SALDO-ADIANTAMENTO IS GREATER THAN ZEROS
               MOVE SALDO-ADIANTAMENTO TO ADIANT-EDITADO
               DISPLAY "CLIENTE COM ADIANTAMENTO NAO APLICADO : "
                       ADIANT-EDITADO
               DISPLAY "APLICAR O ADIANTAMENTO NESTA NOTA ? (S/N)"
               MOVE SPACE TO RESPOSTA
               PERFORM CONFIRMA-ADIANTAMENTO
                       UNTIL RESPOSTA-VALIDA
               IF RESPOSTA IS EQUAL "S"
                   PERFORM APLICA-ADIANTAMENTO-NA-NOTA.

       APLICA-ADIANTAMENTO-NA-NOTA.
           IF SALDO-ADIANTAMENTO IS LESS THAN NOTA-VALOR-TOTAL
               MOVE SALDO-ADIANTAMENTO TO VALOR-A-APLICAR
           ELSE
               MOVE NOTA-VALOR-TOTAL TO VALOR-A-APLICAR.
           MOVE ZEROS TO TOTAL-APLICADO-NOTA.
           MOVE ZEROS TO SEQUENCIA-APLICACAO.
           OPEN I-O ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RECEB.
           MOVE 1 TO IDX-PARCELA.
           PERFORM APLICA-ADIANTAMENTO-NA-PARCELA
                   UNTIL IDX-PARCELA IS GREATER THAN QTD-PARCELAS-INF
                   OR VALOR-A-APLICAR IS EQUAL ZEROS.
           CLOSE ARQUIVO-RECEB.
           MOVE TOTAL-APLICADO-NOTA TO VALOR-TOTAL-EDITADO.
           DISPLAY "ADIANTAMENTO APLICADO NA NOTA : "
                   VALOR-TOTAL-EDITADO.
           IF TOTAL-APLICADO-NOTA IS GREATER THAN ZEROS
               MOVE "NOTA"        TO AUDIT-ENTIDADE
               MOVE NOTA-NUMERO   TO AUDIT-CODIGO
               MOVE "APLICACAO"   TO AUDIT-OPERACAO
               MOVE SPACES        TO AUDIT-DESCRICAO
               STRING "APLICADO NA EMISSAO - CLIENTE "
                      NOTA-CLIENTE-CODIGO DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
               PERFORM GRAVA-AUDITORIA.

      *    A NOTA ACABOU DE SER EMITIDA, ENTAO NAO TEM RECEBIMENTO -
      *    AS SEQUENCIAS DA CHAVE COMECAM EM UM.
       APLICA-ADIANTAMENTO-NA-PARCELA.
           IF VALOR-A-APLICAR IS LESS THAN
                   PARC-EMITIDA-VALOR(IDX-PARCELA)
               MOVE VALOR-A-APLICAR TO VALOR-APLICADO
           ELSE
               MOVE PARC-EMITIDA-VALOR(IDX-PARCELA) TO VALOR-APLICADO.
           IF VALOR-APLICADO IS GREATER THAN ZEROS
               ADD 1 TO SEQUENCIA-APLICACAO
               MOVE NOTA-NUMERO         TO RECEB-NOTA-NUMERO
               MOVE SEQUENCIA-APLICACAO TO RECEB-SEQUENCIA
               MOVE NOTA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO
               MOVE NOTA-DATA           TO RECEB-DATA
               MOVE VALOR-APLICADO      TO RECEB-VALOR
               MOVE IDX-PARCELA         TO RECEB-PARCELA
               MOVE ZEROS               TO RECEB-VALOR-JUROS
               MOVE ZEROS               TO RECEB-CONTA-BANCO
               MOVE "A"                 TO RECEB-FORMA-PAGTO
               MOVE ZEROS               TO RECEB-CARTAO-NSU
               WRITE RECEB-REGISTRO
                   INVALID KEY
                   DISPLAY "CHAVE DE RECEBIMENTO JA GRAVADA - "
                           RECEB-CHAVE " - APLICACAO NAO REGISTRADA."
                   MOVE ZEROS TO VALOR-A-APLICAR
                   NOT INVALID KEY
                   PERFORM GRAVA-APLICACAO-ADIANTAMENTO
               END-WRITE.
           ADD 1 TO IDX-PARCELA.

       GRAVA-APLICACAO-ADIANTAMENTO.
           MOVE NOTA-CLIENTE-CODIGO TO ADIANT-CLIENTE.
           MOVE NOTA-DATA           TO ADIANT-DATA.
           ACCEPT ADIANT-HORA FROM TIME.
           MOVE "A"                 TO ADIANT-TIPO.
           MOVE VALOR-APLICADO      TO ADIANT-VALOR.
           MOVE NOTA-NUMERO         TO ADIANT-NOTA.
           MOVE IDX-PARCELA         TO ADIANT-PARCELA.
           MOVE SEQUENCIA-APLICACAO TO ADIANT-RECEB-SEQUENCIA.
           MOVE ZEROS               TO ADIANT-CONTA-BANCO.
           MOVE "PROG59"            TO ADIANT-PROGRAMA.
           MOVE OPERADOR-ID         TO ADIANT-OPERADOR.
           OPEN EXTEND ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ADIANT.
           WRITE ADIANT-REGISTRO.
           CLOSE ARQUIVO-ADIANT.
           SUBTRACT VALOR-APLICADO FROM VALOR-A-APLICAR.
           ADD VALOR-APLICADO TO TOTAL-APLICADO-NOTA.
           MOVE VALOR-APLICADO TO VALOR-PARCELA-EDITADO.
           DISPLAY "PARCELA " IDX-PARCELA " QUITADA COM "
                   "ADIANTAMENTO : " VALOR-PARCELA-EDITADO.

      *    SALDO DE ADIANTAMENTO DO CLIENTE DA NOTA - ENTRADAS MENOS
      *    APLICACOES.
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
           IF ADIANT-CLIENTE IS EQUAL NOTA-CLIENTE-CODIGO
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

      *===============================================================
      *    PENDENCIAS DE ENTREGA (PENDENCIA.DAT) - AS ABERTAS DO
      *    CLIENTE NA FILIAL DA NOTA SAO OFERECIDAS UMA A UMA ANTES
      *    DOS ITENS DIGITADOS. A ACEITA ENTRA COMO ITEM PELO PRECO
      *    DE HOJE E PASSA PELA MESMA VERIFICACAO DE SALDO; O QUE
      *    FOR FATURADO A LIBERA NA GRAVACAO DA NOTA.
      *===============================================================
       OFERECE-PENDENCIAS-DO-CLIENTE.
           MOVE ZEROS TO ORDEM-PENDENCIA.
           OPEN INPUT ARQUIVO-PENDEN.
           IF PENDEN-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PENDEN
               PERFORM LEIA-PROXIMA-PENDENCIA
               PERFORM OFERECE-UMA-PENDENCIA
                       UNTIL FINAL-PENDEN IS EQUAL "S"
                       OR NOTA-QTD-ITENS IS EQUAL 10.
           CLOSE ARQUIVO-PENDEN.

       LEIA-PROXIMA-PENDENCIA.
           READ ARQUIVO-PENDEN AT END
           MOVE "S" TO FINAL-PENDEN.
           IF FINAL-PENDEN IS EQUAL "N"
               ADD 1 TO ORDEM-PENDENCIA.

       OFERECE-UMA-PENDENCIA.
           IF PENDEN-ABERTA
                   AND PENDEN-CLIENTE IS EQUAL NOTA-CLIENTE-CODIGO
                   AND PENDEN-FILIAL IS EQUAL NOTA-FILIAL
               PERFORM PERGUNTA-LIBERACAO-PENDENCIA.
           PERFORM LEIA-PROXIMA-PENDENCIA.

       PERGUNTA-LIBERACAO-PENDENCIA.
           DISPLAY "PENDENCIA DE " PENDEN-DATA-DIA "/" PENDEN-DATA-MES
                   "/" PENDEN-DATA-ANO " - PRODUTO " PENDEN-PRODUTO
                   " - QTDE " PENDEN-QUANTIDADE.
           DISPLAY "INCLUIR NESTA NOTA ? (S/N)".
           MOVE SPACE TO RESPOSTA.
           PERFORM CONFIRMA-PENDENCIA
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM LIBERA-PENDENCIA-NA-NOTA.

       LIBERA-PENDENCIA-NA-NOTA.
           MOVE PENDEN-PRODUTO TO ITEM-PRODUTO-INF.
           PERFORM CONSULTA-PRODUTO-DO-ITEM.
           IF ITEM-PRODUTO-OK
               PERFORM DETERMINA-PRECO-DO-ITEM
               MOVE PRCVEN-PRECO-BASE TO PRECO-EDITADO
               DISPLAY PRODUTO-DESCRICAO " - PRECO "
                       PRECO-EDITADO " (" PRCVEN-ORIGEM-PRECO ")"
               MOVE "S" TO LIBERACAO-SW
               MOVE PENDEN-DATA TO DATA-DA-PENDENCIA
               MOVE PENDEN-QUANTIDADE TO ITEM-QTD-INF
               PERFORM VALIDA-E-GRAVA-ITEM
               MOVE "N" TO LIBERACAO-SW
               IF ITEM-QTD-INF IS GREATER THAN ZEROS
                   ADD 1 TO QTD-PENDENCIAS-LIBERADAS
                   MOVE ORDEM-PENDENCIA
                        TO PENDLIB-ORDEM(QTD-PENDENCIAS-LIBERADAS).

       CONFIRMA-PENDENCIA.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N.".

      *    NOTA GRAVADA - AS PENDENCIAS FATURADAS NELA SAO REGRAVADAS
      *    COMO LIBERADAS, ACHADAS PELA POSICAO NO ARQUIVO.
       MARCA-PENDENCIAS-LIBERADAS.
           IF QTD-PENDENCIAS-LIBERADAS IS GREATER THAN ZEROS
               MOVE ZEROS TO ORDEM-PENDENCIA
               OPEN I-O ARQUIVO-PENDEN
               IF PENDEN-ARQ-STATUS IS EQUAL "00"
                   MOVE "N" TO FINAL-PENDEN
                   PERFORM LEIA-PROXIMA-PENDENCIA
                   PERFORM MARCA-UMA-PENDENCIA
                           UNTIL FINAL-PENDEN IS EQUAL "S"
               ELSE
                   DISPLAY "ERRO AO ABRIR O ARQUIVO DE PENDENCIAS - "
                           "STATUS : " PENDEN-ARQ-STATUS
               END-IF
               CLOSE ARQUIVO-PENDEN.

       MARCA-UMA-PENDENCIA.
           MOVE "N" TO PENDENCIA-ACHADA-SW.
           MOVE 1 TO IDX-PEND.
           PERFORM PROCURA-PENDENCIA-LIBERADA
                   UNTIL IDX-PEND IS GREATER THAN
                         QTD-PENDENCIAS-LIBERADAS.
           IF PENDENCIA-ACHADA
               MOVE "L"         TO PENDEN-SITUACAO
               MOVE NOTA-NUMERO TO PENDEN-NOTA-LIBERACAO
               MOVE NOTA-DATA   TO PENDEN-DATA-LIBERACAO
               REWRITE PENDEN-REGISTRO
               DISPLAY "PENDENCIA DO PRODUTO " PENDEN-PRODUTO
                       " LIBERADA NA NOTA " NOTA-NUMERO ".".
           PERFORM LEIA-PROXIMA-PENDENCIA.

       PROCURA-PENDENCIA-LIBERADA.
           IF PENDLIB-ORDEM(IDX-PEND) IS EQUAL ORDEM-PENDENCIA
               MOVE "S" TO PENDENCIA-ACHADA-SW.
           ADD 1 TO IDX-PEND.

      *    AS PENDENCIAS DOS ITENS SEM SALDO SO SAO GRAVADAS NO FIM
      *    DA NOTA, COM O NUMERO DELA - OU ZERO, QUANDO NENHUM ITEM
      *    PODE SER FATURADO E A NOTA NAO FOI GRAVADA.
       GRAVA-PENDENCIAS-DA-NOTA.
           IF QTD-PENDENCIAS-NOTA IS GREATER THAN ZEROS
               OPEN EXTEND ARQUIVO-PENDEN
               IF PENDEN-ARQ-STATUS IS EQUAL "35"
                   OPEN OUTPUT ARQUIVO-PENDEN
               END-IF
               MOVE 1 TO IDX-PEND
               PERFORM GRAVA-UMA-PENDENCIA
                       UNTIL IDX-PEND IS GREATER THAN
                             QTD-PENDENCIAS-NOTA
               CLOSE ARQUIVO-PENDEN.

       GRAVA-UMA-PENDENCIA.
           MOVE NOTA-CLIENTE-CODIGO TO PENDEN-CLIENTE.
           MOVE PENDNOTA-PRODUTO(IDX-PEND) TO PENDEN-PRODUTO.
           MOVE NOTA-FILIAL         TO PENDEN-FILIAL.
           MOVE PENDNOTA-DATA(IDX-PEND) TO PENDEN-DATA.
           ACCEPT PENDEN-HORA FROM TIME.
           MOVE PENDNOTA-QUANTIDADE(IDX-PEND) TO PENDEN-QUANTIDADE.
           MOVE NOTA-DA-PENDENCIA   TO PENDEN-NOTA-ORIGEM.
           MOVE "A"                 TO PENDEN-SITUACAO.
           MOVE ZEROS               TO PENDEN-NOTA-LIBERACAO.
           MOVE ZEROS               TO PENDEN-DATA-LIBERACAO.
           MOVE OPERADOR-ID         TO PENDEN-OPERADOR.
           WRITE PENDEN-REGISTRO.
           DISPLAY "PENDENCIA REGISTRADA - PRODUTO " PENDEN-PRODUTO
                   " - QTDE " PENDEN-QUANTIDADE.
           MOVE "CLIENTE"           TO AUDIT-ENTIDADE.
           MOVE NOTA-CLIENTE-CODIGO TO AUDIT-CODIGO.
           MOVE "PENDENCIA"         TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PRODUTO " PENDEN-PRODUTO " QTDE "
                  PENDEN-QUANTIDADE " NOTA " PENDEN-NOTA-ORIGEM
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.
           ADD 1 TO IDX-PEND.

      *    REGISTRA NA TRILHA DE AUDITORIA A EMISSAO DA NOTA.
       REGISTRA-AUDITORIA-NOTA.
           MOVE "NOTA"        TO AUDIT-ENTIDADE.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG59" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

