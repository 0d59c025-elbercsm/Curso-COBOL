      *    TENTATIVA RECUSADA VAI PARA A TRILHA DE AUDITORIA COM O
      *    CODIGO DIGITADO E O HORARIO - O PROG57 MOSTRA QUEM FICOU
      *    MARTELANDO O PROMPT DE MADRUGADA.
      *    2026-10-15 OS PEDIDOS DE COMPRA A FORNECEDORES (PROG155)
      *    ENTRARAM NO MENU, CONTINUANDO A SERIE LETRADA.
      *    2026-10-15 INCLUIDAS AS OPCOES B3 (REMESSA DE PAGAMENTO A
      *    FORNECEDORES - PROG156) E B4 (RETORNO BANCARIO DE
      *    FORNECEDORES - PROG157).
      *    2026-10-15 INCLUIDA A OPCAO B5 (PROJECAO DO FLUXO DE
      *    CAIXA EM 13 SEMANAS - PROG158).
      *    2026-10-15 INCLUIDAS AS OPCOES B6 (CONTAS BANCARIAS DA
      *    EMPRESA - PROG159) E B7 (CONCILIACAO BANCARIA - PROG160).
      *    2026-10-15 INCLUIDA A OPCAO B8 (MARGEM BRUTA POR PRODUTO
      *    E FILIAL - PROG161).
      *    2026-10-15 INCLUIDA A OPCAO B9 (INVENTARIO FISICO -
      *    PROG162).
      *    2026-10-15 INCLUIDA A OPCAO C1 (SUGESTAO DE REPOSICAO E
      *    GERACAO DE PEDIDOS - PROG163).
      *    2026-10-15 INCLUIDA A OPCAO C2 (TRANSFERENCIAS DE ESTOQUE
      *    ENTRE FILIAIS - PROG165).
      *    2026-10-15 INCLUIDA A OPCAO C3 (LISTAS DE PRECO E
      *    DESCONTOS POR QUANTIDADE - PROG166).
      *    2026-10-15 INCLUIDAS AS OPCOES C4 (ORCAMENTOS DE VENDA -
      *    PROG167) E C5 (CONVERSAO DE ORCAMENTOS - PROG169).
      *    2026-10-15 INCLUIDAS AS OPCOES C6 (ALIQUOTAS DO IMPOSTO
      *    SOBRE VENDAS - PROG171) E C7 (LIVRO DE SAIDAS - PROG172).
      *    2026-10-15 INCLUIDAS AS OPCOES C8 (EXPORTACAO DE NOTAS
      *    PARA A NF-E - PROG173), C9 (RETORNO DA NF-E - PROG174) E
      *    D1 (PENDENCIAS DA NF-E - PROG175).
      *    2026-10-15 INCLUIDAS AS OPCOES D2 (DEMONSTRACAO DO
      *    RESULTADO - PROG176) E D3 (BALANCO PATRIMONIAL -
      *    PROG177).
      *    2026-10-15 INCLUIDAS AS OPCOES D4 (LANCAMENTOS CONTABEIS
      *    MANUAIS - PROG178), D5 (APROVACAO DOS LANCAMENTOS MANUAIS
      *    - PROG179) E D6 (REGISTRO DOS LANCAMENTOS MANUAIS -
      *    PROG180).
      *    2026-10-15 INCLUIDAS AS OPCOES D7 A D9 (ENCERRAMENTO E
      *    REABERTURA DE COMPETENCIA NO RAZAO E ENCERRAMENTO DO
      *    EXERCICIO).
      *    2026-10-15 INCLUIDAS AS OPCOES E1 A E4 (CADASTRO,
      *    DEPRECIACAO MENSAL, BAIXA E REGISTRO DO ATIVO
      *    IMOBILIZADO).
      *    2026-10-15 OPCAO E5 - RENTABILIDADE POR FILIAL NO MES
      *    (PROG188).
      *    2026-10-15 OPCAO E6 - RETENCOES NA FONTE DO MES
      *    (PROG189).
      *    2026-10-15 OPCAO E7 - APURACAO MENSAL DO BANCO DE HORAS
      *    (PROG190).
      *    2026-10-15 OPCAO E8 - FOLGA CONTRA O BANCO DE HORAS
      *    (PROG191).
      *    2026-10-15 OPCAO E9 - EXTRATO MENSAL DO BANCO DE HORAS
      *    (PROG192).
      *    2026-10-15 OPCAO F1 - VENCIMENTO DO BANCO DE HORAS
      *    (PROG193), RESTRITA AO SUPERVISOR.
      *    2026-10-15 OPCAO F2 - PENSOES ALIMENTICIAS JUDICIAIS
      *    (PROG194), RESTRITA AO SUPERVISOR.
      *    2026-10-15 OPCOES F3 (EXTRACAO DE EVENTOS DO ESOCIAL -
      *    PROG195), F4 (RETORNO DO ESOCIAL - PROG196) E F5 (EVENTOS
      *    REJEITADOS DO ESOCIAL - PROG197).
      *    2026-10-15 OPCAO F6 - DECLARACAO ANUAL DIRF/RAIS (PROG198).
      *    2026-10-15 OPCOES F7 (CATALOGO DE TREINAMENTOS -
      *    PROG199), F8 (HISTORICO DE TREINAMENTOS - PROG200) E F9
      *    (CERTIFICACOES VENCIDAS E A VENCER - PROG201).
      *    2026-10-15 OPCOES G1 (EXAMES OCUPACIONAIS - PROG202) E G2
      *    (AGENDA MENSAL DE EXAMES - PROG203).
      *    2026-10-15 OPCOES G3 A G6 - CICLO DE AVALIACAO DE
      *    DESEMPENHO E MERITO (PROG204 A PROG207).
      *    2026-10-15 INCLUIDO O ORGANOGRAMA POR DEPARTAMENTO
      *    (PROG209) E AMPLIADO O REGISTRO DE TRABALHO DO OPERADOR
      *    PARA O VINCULO COM O FUNCIONARIO.
      *    2026-10-15 INCLUIDAS AS OPCOES G8 (REQUISICOES DE
      *    PESSOAL), G9 (PROCESSO SELETIVO) E H1 (TEMPO DE
      *    PREENCHIMENTO DAS REQUISICOES).
      *    2026-10-15 INCLUIDA A OPCAO H2 - PREVISAO DE CUSTO DA
      *    FOLHA DOS PROXIMOS 12 MESES COM CARGA NO ORCAMENTO
      *    (PROG213).
      *    2026-10-15 INCLUIDA A OPCAO H3 - LIBERACAO DA REMESSA DA
      *    FOLHA RETIDA NA CONFERENCIA ANTES DA REMESSA (PROG215).
      *    2026-10-15 INCLUIDAS AS OPCOES H4/H5 - REVISAO TRIMESTRAL
      *    DOS LIMITES DE CREDITO (PROG216) E DECISAO DO SUPERVISOR
      *    (PROG217).
      *    2026-10-15 INCLUIDA A OPCAO H6 - ANALISE RFM E CURVA ABC
      *    DE CLIENTES.
      *    2026-10-15 INCLUIDO O ROMANEIO DE ENTREGA (PROG219).
      *    2026-10-15 INCLUIDAS AS NOTAS NAO EXPEDIDAS (PROG220).
      *    2026-10-15 INCLUIDA A REFERENCIA CRUZADA DE PRODUTOS
      *    (PROG221).
      *    2026-10-15 INCLUIDA A IMPORTACAO DE PEDIDOS EM ARQUIVO
      *    (PROG222).
      *    2026-10-15 INCLUIDAS AS OPCOES I2/I3 - METAS DE VENDA
      *    (PROG223) E RELATORIO DE ATINGIMENTO (PROG224).
      *    2026-10-15 INCLUIDA A OPCAO I4 - PENDENCIAS DE ENTREGA
      *    ABERTAS POR PRODUTO E CLIENTE (PROG225).
      *    2026-10-15 INCLUIDA A OPCAO I5 - RECEBIMENTOS EM CARTAO
      *    AINDA NAO LIQUIDADOS PELA ADQUIRENTE (PROG227).
      *    2026-10-15 INCLUIDA A OPCAO I6 - CONTRATOS DE DESPESAS
      *    RECORRENTES DE FORNECEDORES (PROG228).
      *    2026-10-15 INCLUIDA A OPCAO I7 - GERACAO DOS TITULOS A
      *    PAGAR DAS DESPESAS RECORRENTES DO MES (PROG229).
      *    2026-10-15 INCLUIDAS AS OPCOES I8 - APROVACAO DOS TITULOS
      *    A PAGAR PENDENTES (PROG231) E I9 - RELATORIO DOS TITULOS
      *    AGUARDANDO APROVACAO (PROG232).
      *    2026-10-15 INCLUIDA A OPCAO J0 - EXPURGO ANUAL DAS NOTAS
      *    ENCERRADAS E DOS TITULOS PAGOS (PROG235).
      *    2026-10-15 INCLUIDA A OPCAO J1 - BACKUP GERAL DE TODOS OS
      *    ARQUIVOS COM MANIFESTO E CONFERENCIA DE CONJUNTO
      *    (PROG237).
      *    2026-10-15 INCLUIDA A OPCAO J2 - FOTOGRAFIA DOS TOTAIS DE
      *    CONTROLE DOS ARQUIVOS COM AS EXCECOES DO DIA (PROG238).
      *    2026-10-15 INCLUIDA A OPCAO J3 - SEGREGACAO DE FUNCOES E
      *    ATIVIDADE DOS OPERADORES PELA AUDITORIA (PROG239).
      *    2026-10-15 INCLUIDA A OPCAO J4 - CONFERENCIA DO
      *    ENCADEAMENTO DA TRILHA DE AUDITORIA (PROG242).
      *    2026-10-15 AS FILIAIS DO OPERADOR DO LOGIN SAO CARREGADAS
      *    NA ROTINA PROG243 ANTES DE CADA OPCAO - AS CONSULTAS E
      *    LISTAGENS DE CLIENTES CHAMADAS DAQUI SO MOSTRAM AS FILIAIS
      *    DELE. O REGISTRO DE OPERADOR PASSOU A 121 POSICOES.
      *    2026-10-15 INCLUIDAS AS OPCOES J5 - CATEGORIAS DE DESPESA
      *    REEMBOLSAVEIS (PROG244), J6 - PEDIDOS DE REEMBOLSO DOS
      *    FUNCIONARIOS (PROG245) E J7 - APROVACAO DOS PEDIDOS DE
      *    REEMBOLSO PELO GESTOR (PROG246).
      *    2026-10-15 INCLUIDA A OPCAO J8 - PEDIDO DE RELATORIO PARA
      *    A RODADA DA NOITE (PROG247). NO LOGIN O OPERADOR VE OS
      *    PEDIDOS DELE JA EXECUTADOS PELO DAILYJOB (PROG248), COM A
      *    COPIA NO ARQUIVO DE RELATORIOS, E OS QUE FALHARAM, COM O
      *    MOTIVO.
      *    2026-10-15 A SESSAO DE IMPLANTACAO (SEM CADASTRO DE
      *    OPERADORES NO LOGIN) NAO CARREGA OPERADOR NA ROTINA
      *    PROG243 - NADA FICA RESTRITO NELA.

       ENVIRONMENT DIVISION.

           COPY "SELEMUSO.cob".
           COPY "SELSISTCTL.cob".
           COPY "SELAUDIT.cob".
           COPY "SELRELFILA.cob".
      *    ARQUIVO DE TRABALHO DA ATUALIZACAO DO OPERADOR NO LOGIN.
           SELECT ARQUIVO-OPERTMP
           ASSIGN TO "OPERADOR.TMP"
           COPY "FDEMUSO.cob".
           COPY "FDSISTCTL.cob".
           COPY "FDAUDIT.cob".
           COPY "FDRELFILA.cob".

       FD  ARQUIVO-OPERTMP.
       01  OPERTMP-REGISTRO        PIC X(121).

       FD  ARQUIVO-EMUSOTMP.
       01  EMUSOTMP-REGISTRO       PIC X(41).
       01  IDADE-DA-SENHA          PIC S9(08).
       01  SENHA-NOVA              PIC X(10).
       01  SENHA-CONFIRMACAO       PIC X(10).
       01  OPERADOR-GUARDADO       PIC X(121).
       01  FINAL-OPERTMP           PIC X.

      *    AVISO NO LOGIN DOS RELATORIOS DA FILA NOTURNA (PROG248).
       01  RELFILA-ARQ-STATUS      PIC X(02).
       01  FINAL-RELFILA           PIC X.
       01  AVISOS-DA-FILA          PIC 9(03) VALUE ZEROS.
           COPY "DTVALPARM.cob".
           COPY "FILOPPARM.cob".

       PROCEDURE DIVISION.


           DISPLAY "BEM-VINDO, " NOME-LOGADO.
           PERFORM VARRE-TRAVAS-ORFAS.
           PERFORM AVISA-RELATORIOS-DA-FILA.
           MOVE SPACE TO OPCAO-MENU-PRINCIPAL.
           PERFORM EXIBE-MENU-PRINCIPAL
                   UNTIL OPCAO-SAIR-SISTEMA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE LOGIN-CODIGO TO AUDIT-OPERADOR.
           MOVE "PROG43" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    MOSTRA AO OPERADOR OS PEDIDOS DE RELATORIO DELE QUE A
      *    RODADA DA NOITE JA PROCESSOU - OS EMITIDOS COM A COPIA NO
      *    ARQUIVO DE RELATORIOS (PROG138) E OS QUE FALHARAM COM O
      *    MOTIVO. CADA PEDIDO E' AVISADO UMA VEZ SO.
       AVISA-RELATORIOS-DA-FILA.
           MOVE ZEROS TO AVISOS-DA-FILA.
           OPEN I-O ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RELFILA
               PERFORM LEIA-PROXIMO-PEDIDO-FILA
               PERFORM AVISA-UM-PEDIDO-DA-FILA
                       UNTIL FINAL-RELFILA IS EQUAL "S".
           CLOSE ARQUIVO-RELFILA.
           IF AVISOS-DA-FILA IS GREATER THAN ZEROS
               DISPLAY "CONSULTE AS COPIAS NA OPCAO DO ARQUIVO DE "
                       "RELATORIOS (PROG138).".

       LEIA-PROXIMO-PEDIDO-FILA.
           READ ARQUIVO-RELFILA AT END
           MOVE "S" TO FINAL-RELFILA.

       AVISA-UM-PEDIDO-DA-FILA.
           IF RELFILA-OPERADOR IS EQUAL OPERADOR-LOGADO
                   AND (RELFILA-EXECUTADO OR RELFILA-FALHOU)
                   AND NOT RELFILA-JA-AVISADO
               IF AVISOS-DA-FILA IS EQUAL ZEROS
                   DISPLAY "---- SEUS RELATORIOS ESTAO PRONTOS ----"
               END-IF
               ADD 1 TO AVISOS-DA-FILA
               IF RELFILA-EXECUTADO
                   DISPLAY "PEDIDO " RELFILA-NUMERO " "
                           RELFILA-PROGRAMA " PRONTO - "
                           RELFILA-LINHAS " LINHAS EM "
                           RELFILA-COPIA
               ELSE
                   DISPLAY "PEDIDO " RELFILA-NUMERO " "
                           RELFILA-PROGRAMA " FALHOU - "
                           RELFILA-MOTIVO
               END-IF
               MOVE "S" TO RELFILA-AVISADO
               REWRITE RELFILA-REGISTRO.
           PERFORM LEIA-PROXIMO-PEDIDO-FILA.

      *    VARRE AS TRAVAS DE REGISTRO E LIMPA AS COM MAIS DE 4
      *    HORAS - TRAVAS RECENTES (SESSOES VIVAS) PERMANECEM.
       VARRE-TRAVAS-ORFAS.
           DISPLAY "A8 - CONSULTA 360 DO CLIENTE".
           DISPLAY "A9 - DOSSIE DO FUNCIONARIO".
           DISPLAY "B1 - PROVISAO MENSAL DE FERIAS E 13O".
           DISPLAY "B2 - PEDIDOS DE COMPRA".
           DISPLAY "B3 - REMESSA DE PAGAMENTO A FORNECEDORES".
           DISPLAY "B4 - RETORNO BANCARIO DE FORNECEDORES".
           DISPLAY "B5 - PROJECAO DO FLUXO DE CAIXA (13 SEMANAS)".
           DISPLAY "B6 - CONTAS BANCARIAS DA EMPRESA".
           DISPLAY "B7 - CONCILIACAO BANCARIA".
           DISPLAY "B8 - MARGEM BRUTA POR PRODUTO E FILIAL".
           DISPLAY "B9 - INVENTARIO FISICO (CONTAGEM)".
           DISPLAY "C1 - SUGESTAO DE REPOSICAO DE ESTOQUE".
           DISPLAY "C2 - TRANSFERENCIA ENTRE FILIAIS".
           DISPLAY "C3 - LISTAS DE PRECO E DESCONTOS".
           DISPLAY "C4 - ORCAMENTOS DE VENDA".
           DISPLAY "C5 - CONVERSAO DE ORCAMENTOS".
           DISPLAY "C6 - ALIQUOTAS DO IMPOSTO SOBRE VENDAS".
           DISPLAY "C7 - LIVRO DE SAIDAS".
           DISPLAY "C8 - EXPORTACAO DE NOTAS PARA A NF-E".
           DISPLAY "C9 - RETORNO DA NF-E".
           DISPLAY "D1 - PENDENCIAS DA NF-E".
           DISPLAY "D2 - DEMONSTRACAO DO RESULTADO (DRE)".
           DISPLAY "D3 - BALANCO PATRIMONIAL".
           DISPLAY "D4 - LANCAMENTOS CONTABEIS MANUAIS".
           DISPLAY "D5 - APROVACAO DE LANCAMENTOS MANUAIS".
           DISPLAY "D6 - REGISTRO DE LANCAMENTOS MANUAIS".
           DISPLAY "D7 - ENCERRAMENTO DE COMPETENCIA NO RAZAO".
           DISPLAY "D8 - REABERTURA DE COMPETENCIA NO RAZAO".
           DISPLAY "D9 - ENCERRAMENTO DO EXERCICIO NO RAZAO".
           DISPLAY "E1 - CADASTRO DO ATIVO IMOBILIZADO".
           DISPLAY "E2 - DEPRECIACAO MENSAL DO IMOBILIZADO".
           DISPLAY "E3 - BAIXA DE BEM DO IMOBILIZADO".
           DISPLAY "E4 - REGISTRO DO ATIVO IMOBILIZADO".
           DISPLAY "E5 - RENTABILIDADE POR FILIAL".
           DISPLAY "E6 - RETENCOES NA FONTE DO MES".
           DISPLAY "E7 - APURACAO DO BANCO DE HORAS".
           DISPLAY "E8 - FOLGA CONTRA O BANCO DE HORAS".
           DISPLAY "E9 - EXTRATO DO BANCO DE HORAS".
           DISPLAY "F1 - VENCIMENTO DO BANCO DE HORAS".
           DISPLAY "F2 - PENSOES ALIMENTICIAS".
           DISPLAY "F3 - EXTRACAO DE EVENTOS DO ESOCIAL".
           DISPLAY "F4 - RETORNO DO ESOCIAL".
           DISPLAY "F5 - EVENTOS REJEITADOS DO ESOCIAL".
           DISPLAY "F6 - DECLARACAO ANUAL DIRF/RAIS".
           DISPLAY "F7 - CATALOGO DE TREINAMENTOS".
           DISPLAY "F8 - HISTORICO DE TREINAMENTOS".
           DISPLAY "F9 - CERTIFICACOES VENCIDAS E A VENCER".
           DISPLAY "G1 - EXAMES OCUPACIONAIS (ASO)".
           DISPLAY "G2 - AGENDA MENSAL DE EXAMES (ASO)".
           DISPLAY "G3 - GRADE DE MERITO".
           DISPLAY "G4 - AVALIACAO DE DESEMPENHO".
           DISPLAY "G5 - ENVIO DOS MERITOS P/ APROVACAO".
           DISPLAY "G6 - RELATORIO DE NOTAS E MERITO".
           DISPLAY "G7 - ORGANOGRAMA POR DEPARTAMENTO".
           DISPLAY "G8 - REQUISICOES DE PESSOAL".
           DISPLAY "G9 - PROCESSO SELETIVO (CANDIDATOS)".
           DISPLAY "H1 - TEMPO DE PREENCHIMENTO DE VAGAS".
           DISPLAY "H2 - PREVISAO DE CUSTO DA FOLHA (12 MESES)".
           DISPLAY "H3 - LIBERACAO DA REMESSA DA FOLHA".
           DISPLAY "H4 - REVISAO DOS LIMITES DE CREDITO".
           DISPLAY "H5 - DECISAO DA REVISAO DE LIMITES".
           DISPLAY "H6 - ANALISE RFM E CURVA ABC DE CLIENTES".
           DISPLAY "H7 - ROMANEIO DE ENTREGA (MONTAGEM/BAIXA)".
           DISPLAY "H8 - NOTAS EMITIDAS E NAO ENTREGUES".
           DISPLAY "H9 - REFERENCIA CRUZADA DE PRODUTOS POR CLIENTE".
           DISPLAY "I1 - IMPORTACAO DE PEDIDOS DE CLIENTES (EDI)".
           DISPLAY "I2 - METAS DE VENDA POR VENDEDOR E FILIAL".
           DISPLAY "I3 - ATINGIMENTO DAS METAS DE VENDA".
           DISPLAY "I4 - PENDENCIAS DE ENTREGA ABERTAS".
           DISPLAY "I5 - CARTOES NAO LIQUIDADOS PELA ADQUIRENTE".
           DISPLAY "I6 - DESPESAS RECORRENTES DE FORNECEDORES".
           DISPLAY "I7 - GERAR TITULOS DAS DESPESAS RECORRENTES".
           DISPLAY "I8 - APROVACAO DE TITULOS A PAGAR PENDENTES".
           DISPLAY "I9 - TITULOS A PAGAR AGUARDANDO APROVACAO".
           DISPLAY "J0 - EXPURGO ANUAL DE NOTAS E TITULOS".
           DISPLAY "J1 - BACKUP GERAL / CONFERENCIA DE CONJUNTO".
           DISPLAY "J2 - TOTAIS DE CONTROLE DOS ARQUIVOS".
           DISPLAY "J3 - SEGREGACAO DE FUNCOES / ATIVIDADE OPERADORES".
           DISPLAY "J4 - CONFERENCIA DO ENCADEAMENTO DA AUDITORIA".
           DISPLAY "J5 - CATEGORIAS DE DESPESA REEMBOLSAVEIS".
           DISPLAY "J6 - PEDIDOS DE REEMBOLSO DE DESPESAS".
           DISPLAY "J7 - APROVACAO DE PEDIDOS DE REEMBOLSO".
           DISPLAY "J8 - PEDIDO DE RELATORIO PARA A NOITE".
           DISPLAY "99 - SAIR".
           DISPLAY "OPCAO : ".
           ACCEPT OPCAO-MENU-PRINCIPAL.
                               "SOMENTE CONSULTAS ATE O FIM DA "
                               "JANELA."
                   ELSE
                       PERFORM CARREGA-FILIAIS-DA-SESSAO
                       PERFORM EXECUTA-OPCAO.

      *    RECARREGA AS FILIAIS DO OPERADOR DO LOGIN A CADA OPCAO -
      *    UM PROGRAMA COM IDENTIFICACAO PROPRIA PODE TER CARREGADO
      *    OUTRO OPERADOR NA ROTINA (VER PROG243). NA SESSAO DE
      *    IMPLANTACAO ("MASTER", SEM CADASTRO NO LOGIN) NENHUM
      *    OPERADOR E' CARREGADO - NADA FICA RESTRITO MESMO DEPOIS DE
      *    O PROG58 GRAVAR O PRIMEIRO OPERADOR, E OS PROGRAMAS COM
      *    IDENTIFICACAO PROPRIA CARREGAM O OPERADOR DIGITADO.
       CARREGA-FILIAIS-DA-SESSAO.
           MOVE "C" TO FILOP-FUNCAO.
           IF SEM-CADASTRO-OPERADORES
               MOVE SPACES TO FILOP-OPERADOR
           ELSE
               MOVE OPERADOR-LOGADO TO FILOP-OPERADOR.
           CALL "PROG243" USING FILOP-PARAMETROS.

      *    LE A SITUACAO DO SISTEMA A CADA OPCAO - A JANELA DE LOTE
      *    PODE COMECAR OU TERMINAR COM O MENU ABERTO.
       CONSULTA-SITUACAO-DO-SISTEMA.
               WHEN "A5"
               WHEN "A8"
               WHEN "A9"
               WHEN "E5"
               WHEN "E6"
               WHEN "G6"
               WHEN "G7"
               WHEN "H1"
               WHEN "H8"
               WHEN "I3"
               WHEN "I4"
               WHEN "I5"
               WHEN "I9"
               WHEN "J8"
                   MOVE 1 TO NIVEL-EXIGIDO
               WHEN "14"
               WHEN "20"
               WHEN "96"
               WHEN "98"
               WHEN "B1"
               WHEN "C3"
               WHEN "C6"
               WHEN "D5"
               WHEN "D8"
               WHEN "D9"
               WHEN "E3"
               WHEN "F1"
               WHEN "F2"
               WHEN "H3"
               WHEN "H5"
               WHEN "I2"
               WHEN "I8"
               WHEN "J0"
               WHEN "J1"
               WHEN "J2"
               WHEN "J3"
               WHEN "J4"
               WHEN "J5"
                   MOVE 3 TO NIVEL-EXIGIDO
               WHEN OTHER
                   MOVE 2 TO NIVEL-EXIGIDO
                   CALL "PROG153"
               WHEN "B1"
                   CALL "PROG154"
               WHEN "B2"
                   CALL "PROG155"
               WHEN "B3"
                   CALL "PROG156"
               WHEN "B4"
                   CALL "PROG157"
               WHEN "B5"
                   CALL "PROG158"
               WHEN "B6"
                   CALL "PROG159"
               WHEN "B7"
                   CALL "PROG160"
               WHEN "B8"
                   CALL "PROG161"
               WHEN "B9"
                   CALL "PROG162"
               WHEN "C1"
                   CALL "PROG163"
               WHEN "C2"
                   CALL "PROG165"
               WHEN "C3"
                   CALL "PROG166"
               WHEN "C4"
                   CALL "PROG167"
               WHEN "C5"
                   CALL "PROG169"
               WHEN "C6"
                   CALL "PROG171"
               WHEN "C7"
                   CALL "PROG172"
               WHEN "C8"
                   CALL "PROG173"
               WHEN "C9"
                   CALL "PROG174"
               WHEN "D1"
                   CALL "PROG175"
               WHEN "D2"
                   CALL "PROG176"
               WHEN "D3"
                   CALL "PROG177"
               WHEN "D4"
                   CALL "PROG178"
               WHEN "D5"
                   CALL "PROG179"
               WHEN "D6"
                   CALL "PROG180"
               WHEN "D7"
                   CALL "PROG181"
               WHEN "D8"
                   CALL "PROG182"
               WHEN "D9"
                   CALL "PROG183"
               WHEN "E1"
                   CALL "PROG184"
               WHEN "E2"
                   CALL "PROG185"
               WHEN "E3"
                   CALL "PROG186"
               WHEN "E4"
                   CALL "PROG187"
               WHEN "E5"
                   CALL "PROG188"
               WHEN "E6"
                   CALL "PROG189"
               WHEN "E7"
                   CALL "PROG190"
               WHEN "E8"
                   CALL "PROG191"
               WHEN "E9"
                   CALL "PROG192"
               WHEN "F1"
                   CALL "PROG193"
               WHEN "F2"
                   CALL "PROG194"
               WHEN "F3"
                   CALL "PROG195"
               WHEN "F4"
                   CALL "PROG196"
               WHEN "F5"
                   CALL "PROG197"
               WHEN "F6"
                   CALL "PROG198"
               WHEN "F7"
                   CALL "PROG199"
               WHEN "F8"
                   CALL "PROG200"
               WHEN "F9"
                   CALL "PROG201"
               WHEN "G1"
                   CALL "PROG202"
               WHEN "G2"
                   CALL "PROG203"
               WHEN "G3"
                   CALL "PROG204"
               WHEN "G4"
                   CALL "PROG205"
               WHEN "G5"
                   CALL "PROG206"
               WHEN "G6"
                   CALL "PROG207"
               WHEN "G7"
                   CALL "PROG209"
               WHEN "G8"
                   CALL "PROG210"
               WHEN "G9"
                   CALL "PROG211"
               WHEN "H1"
                   CALL "PROG212"
               WHEN "H2"
                   CALL "PROG213"
               WHEN "H3"
                   CALL "PROG215"
               WHEN "H4"
                   CALL "PROG216"
               WHEN "H5"
                   CALL "PROG217"
               WHEN "H6"
                   CALL "PROG218"
               WHEN "H7"
                   CALL "PROG219"
               WHEN "H8"
                   CALL "PROG220"
               WHEN "H9"
                   CALL "PROG221"
               WHEN "I1"
                   CALL "PROG47"
                   CALL "PROG222"
               WHEN "I2"
                   CALL "PROG223"
               WHEN "I3"
                   CALL "PROG224"
               WHEN "I4"
                   CALL "PROG225"
               WHEN "I5"
                   CALL "PROG227"
               WHEN "I6"
                   CALL "PROG228"
               WHEN "I7"
                   CALL "PROG229"
               WHEN "I8"
                   CALL "PROG231"
               WHEN "I9"
                   CALL "PROG232"
               WHEN "J0"
                   CALL "PROG47"
                   CALL "PROG235"
               WHEN "J1"
                   CALL "PROG237"
               WHEN "J2"
                   CALL "PROG238"
               WHEN "J3"
                   CALL "PROG239"
               WHEN "J4"
                   CALL "PROG242"
               WHEN "J5"
                   CALL "PROG244"
               WHEN "J6"
                   CALL "PROG245"
               WHEN "J7"
                   CALL "PROG246"
               WHEN "J8"
                   CALL "PROG247"
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA.".
