       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG246.

      *    APROVACAO DOS PEDIDOS DE REEMBOLSO PENDENTES (REEMB.DAT,
      *    VER PROG245) - O APROVADOR ENTRA COM CODIGO E SENHA DO
      *    CADASTRO DE OPERADORES E SO DECIDE O PEDIDO DE FUNCIONARIO
      *    DE QUEM ELE E' O GESTOR IMEDIATO OU ESTA ACIMA NA LINHA DE
      *    SUBORDINACAO (PROG208). FUNCIONARIO SEM GESTOR TEM O
      *    PEDIDO DECIDIDO POR UM SUPERVISOR (NIVEL 3). QUEM DIGITOU O
      *    PEDIDO E O PROPRIO FUNCIONARIO NUNCA O DECIDEM.
      *    O PEDIDO APROVADO PARA A FOLHA FICA APROVADO ATE A PROXIMA
      *    FOLHA MENSAL (PROG39), QUE O PAGA COMO VERBA NAO
      *    TRIBUTAVEL. O PEDIDO APROVADO PARA O CONTAS A PAGAR GERA
      *    NA HORA UM TITULO (CONTAPAG.DAT) POR CONTA DE DESPESA DAS
      *    LINHAS, CONTRA O FORNECEDOR DO FUNCIONARIO, COM A MESMA
      *    NUMERACAO (CPAGCTL.DAT) E A MESMA ROTINA DE APROVACAO DE
      *    PAGAMENTOS (PROG230) DA GERACAO DAS DESPESAS RECORRENTES
      *    (PROG229). DECISOES E TITULOS VAO PARA A TRILHA DE
      *    AUDITORIA, COM O APROVADOR COMO OPERADOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELREEMB.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFORNEC.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELCPAGCTL.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDREEMB.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFORNEC.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDCPAGCTL.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

           COPY "LINHAPARM.cob".
           COPY "APRPAGPARM.cob".

       01  REEMB-ARQ-STATUS        PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  CPAGCTL-ARQ-STATUS      PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-REEMB             PIC X.
       01  FINAL-OPERADOR          PIC X.

      *    DADOS DO LOGIN DO APROVADOR - OPERADOR ATIVO CONFERIDO
      *    POR CODIGO E SENHA, TRES TENTATIVAS (COMO NO PROG90).
       01  OPERADOR-ID             PIC X(10).
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".
       01  APROVADOR-FUNCIONARIO   PIC 9(06) VALUE ZEROS.
       01  APROVADOR-SUPERVISOR-SW PIC X(01) VALUE "N".
           88 APROVADOR-SUPERVISOR VALUE "S".
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N" "P".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  PODE-DECIDIR-SW         PIC X(01).
           88 PODE-DECIDIR         VALUE "S".
       01  FORNECEDOR-OK-SW        PIC X(01).
           88 FORNECEDOR-OK        VALUE "S".
       01  FILIAL-DO-FUNCIONARIO   PIC 9(03).

      *    UM TITULO POR CONTA DE DESPESA DAS LINHAS - A LINHA CUJA
      *    CONTA JA APARECEU ANTES NO PEDIDO JA ENTROU NO TITULO
      *    DAQUELA CONTA.
       01  IDX-ITEM                PIC 9(02).
       01  IDX-BUSCA               PIC 9(02).
       01  CONTA-JA-GERADA-SW      PIC X(01).
           88 CONTA-JA-GERADA      VALUE "S".
       01  CONTA-DO-TITULO         PIC X(06).
       01  VALOR-DO-TITULO         PIC 9(08)V9(02).
       01  NUMERO-NOVO-TITULO      PIC 9(06).
       01  PRIMEIRO-TITULO         PIC 9(06).
       01  DESCRICAO-TITULO-REEMB.
           05 FILLER               PIC X(06) VALUE "REEMB ".
           05 DESCREE-PEDIDO       PIC 9(06).
           05 FILLER               PIC X(06) VALUE " FUNC ".
           05 DESCREE-FUNCIONARIO  PIC 9(06).
           05 FILLER               PIC X(06) VALUE SPACES.

       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-APROVADOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(03) VALUE ZEROS.
       01  TOTAL-TITULOS           PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- APROVACAO DE PEDIDOS DE REEMBOLSO ----".
           MOVE "C" TO LINHA-FUNCAO.
           CALL "PROG208" USING LINHA-PARAMETROS.
           PERFORM PEDE-APROVADOR.

           OPEN I-O ARQUIVO-REEMB.
           IF REEMB-ARQ-STATUS IS NOT EQUAL "00"
              AND REEMB-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR OS PEDIDOS DE REEMBOLSO - "
                       "STATUS : " REEMB-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-REEMB
               STOP RUN.

           MOVE "N" TO FINAL-REEMB.
           PERFORM LEIA-PROXIMO-PEDIDO.
           PERFORM REVISA-PEDIDO
                   UNTIL FINAL-REEMB IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REEMB.

           DISPLAY "===================================".
           DISPLAY "PEDIDOS APROVADOS    : " TOTAL-APROVADOS.
           DISPLAY "PEDIDOS REJEITADOS   : " TOTAL-REJEITADOS.
           DISPLAY "TITULOS A PAGAR      : " TOTAL-TITULOS.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-PEDIDO.
           READ ARQUIVO-REEMB NEXT RECORD AT END
           MOVE "S" TO FINAL-REEMB.

       PEDE-APROVADOR.
           PERFORM TENTA-LOGIN-APROVADOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       TENTA-LOGIN-APROVADOR.
           ADD 1 TO TENTATIVAS-LOGIN.
           DISPLAY "IDENTIFICACAO DO APROVADOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           DISPLAY "SENHA : ".
           MOVE SPACES TO LOGIN-SENHA.
           ACCEPT LOGIN-SENHA.
           PERFORM PROCURA-APROVADOR-NO-CADASTRO.
           IF NOT LOGIN-OK
               DISPLAY "OPERADOR OU SENHA INVALIDOS.".

       PROCURA-APROVADOR-NO-CADASTRO.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM COMPARA-APROVADOR
                       UNTIL LOGIN-OK OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-APROVADOR.
           IF OPERADOR-CODIGO IS EQUAL OPERADOR-ID
                   AND OPERADOR-SENHA IS EQUAL LOGIN-SENHA
                   AND OPERADOR-ATIVO
                   AND NOT OPERADOR-BLOQUEADO
               MOVE "S" TO LOGIN-OK-SW
               MOVE ZEROS TO APROVADOR-FUNCIONARIO
               IF OPERADOR-FUNCIONARIO IS NUMERIC
                   MOVE OPERADOR-FUNCIONARIO TO APROVADOR-FUNCIONARIO
               END-IF
               IF OPERADOR-SUPERVISOR
                   MOVE "S" TO APROVADOR-SUPERVISOR-SW
               END-IF
           ELSE
               PERFORM LEIA-PROXIMO-OPERADOR.

      *    SO OS PEDIDOS PENDENTES SAO REVISADOS - OS DEMAIS FICAM
      *    COMO ESTAO.
       REVISA-PEDIDO.
           IF REEMB-PENDENTE
               PERFORM DECIDE-PEDIDO.
           PERFORM LEIA-PROXIMO-PEDIDO.

      *    QUEM DIGITOU O PEDIDO E O PROPRIO FUNCIONARIO NAO DECIDEM,
      *    E QUEM NAO ESTA NA LINHA ACIMA DO FUNCIONARIO TAMBEM NAO.
       DECIDE-PEDIDO.
           MOVE "N" TO PODE-DECIDIR-SW.
           IF REEMB-SOLICITANTE IS EQUAL OPERADOR-ID
               DISPLAY "PEDIDO " REEMB-NUMERO " FOI DIGITADO POR "
                       "VOCE - OUTRO APROVADOR PRECISA DECIDIR."
           ELSE
           IF APROVADOR-FUNCIONARIO IS EQUAL REEMB-FUNCIONARIO
               DISPLAY "PEDIDO " REEMB-NUMERO " E' SEU - O GESTOR "
                       "PRECISA DECIDIR."
           ELSE
               PERFORM CONFERE-LINHA-DO-PEDIDO
               IF LINHA-AUTORIZADO
                   MOVE "S" TO PODE-DECIDIR-SW
               ELSE
                   IF LINHA-SEM-GESTOR
                       IF APROVADOR-SUPERVISOR
                           MOVE "S" TO PODE-DECIDIR-SW
                       ELSE
                           DISPLAY "PEDIDO " REEMB-NUMERO " DE "
                                   "FUNCIONARIO SEM GESTOR - SO UM "
                                   "SUPERVISOR DECIDE."
                   ELSE
                       DISPLAY "PEDIDO " REEMB-NUMERO " SO PODE SER "
                               "DECIDIDO PELO GESTOR " LINHA-GESTOR
                               " OU ACIMA DELE.".
           IF PODE-DECIDIR
               PERFORM MOSTRA-E-PERGUNTA.

       CONFERE-LINHA-DO-PEDIDO.
           MOVE "V" TO LINHA-FUNCAO.
           MOVE REEMB-FUNCIONARIO TO LINHA-FUNCIONARIO.
           MOVE SPACES TO LINHA-SOLICITANTE.
           MOVE OPERADOR-ID TO LINHA-APROVADOR.
           CALL "PROG208" USING LINHA-PARAMETROS.

       MOSTRA-E-PERGUNTA.
           MOVE REEMB-VALOR-TOTAL TO VALOR-EDITADO.
           DISPLAY "-----------------------------------".
           DISPLAY "PEDIDO " REEMB-NUMERO " FUNCIONARIO "
                   REEMB-FUNCIONARIO " - DIGITADO POR "
                   REEMB-SOLICITANTE " EM " REEMB-DATA-PEDIDO.
           IF REEMB-PELA-FOLHA
               DISPLAY "TOTAL " VALOR-EDITADO " - PAGAMENTO NA FOLHA"
           ELSE
               DISPLAY "TOTAL " VALOR-EDITADO " - TITULO A PAGAR AO "
                       "FORNECEDOR " REEMB-FORNECEDOR.
           MOVE 1 TO IDX-ITEM.
           PERFORM MOSTRA-UMA-LINHA
                   UNTIL IDX-ITEM IS GREATER THAN REEMB-QTD-ITENS.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-DECISAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM APROVA-PEDIDO
           ELSE
               IF RESPOSTA IS EQUAL "N"
                   PERFORM REJEITA-PEDIDO.

       MOSTRA-UMA-LINHA.
           MOVE REEMB-ITEM-VALOR(IDX-ITEM) TO VALOR-EDITADO.
           DISPLAY "  " REEMB-ITEM-DATA(IDX-ITEM) " "
                   REEMB-ITEM-CATEGORIA(IDX-ITEM) " "
                   VALOR-EDITADO " COMPROVANTE "
                   REEMB-ITEM-COMPROVANTE(IDX-ITEM).
           ADD 1 TO IDX-ITEM.

      *    "P" PULA O PEDIDO, QUE CONTINUA PENDENTE PARA OUTRA
      *    SESSAO.
       PERGUNTA-DECISAO.
           DISPLAY "APROVAR ESTE REEMBOLSO ? (S=APROVA / N=REJEITA / "
                   "P=PULA)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "p"
               MOVE "P" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S, N OU P.".

      *    NO CONTAS A PAGAR O FORNECEDOR PRECISA CONTINUAR ATIVO -
      *    SE NAO ESTIVER, O PEDIDO FICA PENDENTE ATE O CADASTRO SER
      *    ACERTADO.
       APROVA-PEDIDO.
           IF REEMB-PELA-FOLHA
               MOVE "A" TO REEMB-SITUACAO
               PERFORM MARCA-DECISAO
               ADD 1 TO TOTAL-APROVADOS
               DISPLAY "REEMBOLSO APROVADO - SERA PAGO NA PROXIMA "
                       "FOLHA."
           ELSE
               PERFORM CONFERE-FORNECEDOR
               IF NOT FORNECEDOR-OK
                   DISPLAY "PEDIDO CONTINUA PENDENTE."
               ELSE
                   PERFORM GERA-TITULOS-DO-PEDIDO
                   MOVE "G" TO REEMB-SITUACAO
                   MOVE PRIMEIRO-TITULO TO REEMB-TITULO
                   PERFORM MARCA-DECISAO
                   ADD 1 TO TOTAL-APROVADOS
                   DISPLAY "REEMBOLSO APROVADO - TITULO A PAGAR "
                           PRIMEIRO-TITULO " GERADO.".

       REJEITA-PEDIDO.
           MOVE "R" TO REEMB-SITUACAO.
           PERFORM MARCA-DECISAO.
           ADD 1 TO TOTAL-REJEITADOS.
           DISPLAY "REEMBOLSO REJEITADO.".

       MARCA-DECISAO.
           MOVE OPERADOR-ID TO REEMB-APROVADOR.
           MOVE DATA-CORRENTE TO REEMB-DATA-DECISAO.
           REWRITE REEMB-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O PEDIDO "
                           REEMB-NUMERO " - STATUS : "
                           REEMB-ARQ-STATUS.
           PERFORM REGISTRA-AUDITORIA-DECISAO.

       CONFERE-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-OK-SW.
           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CADASTRO DE FORNECEDORES INDISPONIVEL - "
                       "STATUS : " FORNEC-ARQ-STATUS
           ELSE
               MOVE REEMB-FORNECEDOR TO FORNEC-CODIGO
               READ ARQUIVO-FORNEC
                    INVALID KEY
                    DISPLAY "FORNECEDOR " FORNEC-CODIGO
                            " NAO CADASTRADO (PROG145)."
                    NOT INVALID KEY
                    IF NOT FORNEC-ATIVO
                        DISPLAY "FORNECEDOR " FORNEC-CODIGO
                                " INATIVO."
                    ELSE
                        MOVE "S" TO FORNECEDOR-OK-SW
                    END-IF
               END-READ.
           CLOSE ARQUIVO-FORNEC.

      *===============================================================
      *    UM TITULO POR CONTA DE DESPESA - A FILIAL DO TITULO E' A
      *    DO FUNCIONARIO, O VENCIMENTO E' A DATA DA APROVACAO E NAO
      *    HA RETENCAO NA FONTE (REEMBOLSO NAO E' SERVICO PRESTADO).
      *===============================================================
       GERA-TITULOS-DO-PEDIDO.
           MOVE ZEROS TO PRIMEIRO-TITULO.
           MOVE ZEROS TO FILIAL-DO-FUNCIONARIO.
           MOVE REEMB-FUNCIONARIO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO " FORA DO "
                        "MESTRE - TITULO SEM FILIAL."
                NOT INVALID KEY
                IF FUNCIONARIO-FILIAL IS NUMERIC
                    MOVE FUNCIONARIO-FILIAL TO FILIAL-DO-FUNCIONARIO
                END-IF
           END-READ.
           OPEN EXTEND ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CTAPAG.
           MOVE 1 TO IDX-ITEM.
           PERFORM GERA-TITULO-DA-CONTA
                   UNTIL IDX-ITEM IS GREATER THAN REEMB-QTD-ITENS.
           CLOSE ARQUIVO-CTAPAG.

       GERA-TITULO-DA-CONTA.
           MOVE "N" TO CONTA-JA-GERADA-SW.
           MOVE 1 TO IDX-BUSCA.
           PERFORM PROCURA-CONTA-ANTERIOR
                   UNTIL CONTA-JA-GERADA
                   OR IDX-BUSCA IS NOT LESS THAN IDX-ITEM.
           IF NOT CONTA-JA-GERADA
               MOVE REEMB-ITEM-CONTA(IDX-ITEM) TO CONTA-DO-TITULO
               MOVE ZEROS TO VALOR-DO-TITULO
               MOVE IDX-ITEM TO IDX-BUSCA
               PERFORM SOMA-LINHA-DA-CONTA
                       UNTIL IDX-BUSCA IS GREATER THAN REEMB-QTD-ITENS
               PERFORM OBTEM-NUMERO-TITULO
               PERFORM GRAVA-TITULO-DO-PEDIDO.
           ADD 1 TO IDX-ITEM.

       PROCURA-CONTA-ANTERIOR.
           IF REEMB-ITEM-CONTA(IDX-BUSCA) IS EQUAL
                   REEMB-ITEM-CONTA(IDX-ITEM)
               MOVE "S" TO CONTA-JA-GERADA-SW
           ELSE
               ADD 1 TO IDX-BUSCA.

       SOMA-LINHA-DA-CONTA.
           IF REEMB-ITEM-CONTA(IDX-BUSCA) IS EQUAL CONTA-DO-TITULO
               ADD REEMB-ITEM-VALOR(IDX-BUSCA) TO VALOR-DO-TITULO.
           ADD 1 TO IDX-BUSCA.

      *    O NUMERO DO TITULO E' SEQUENCIAL ENTRE EXECUCOES, GUARDADO
      *    EM CPAGCTL.DAT E ATUALIZADO A CADA TITULO, COMO NO
      *    LANCAMENTO MANUAL (PROG146).
       OBTEM-NUMERO-TITULO.
           MOVE ZEROS TO NUMERO-NOVO-TITULO.
           OPEN INPUT ARQUIVO-CPAGCTL.
           IF CPAGCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-CPAGCTL
               IF CPAGCTL-ARQ-STATUS IS EQUAL "00"
                   MOVE CPAGCTL-ULTIMO-NUMERO TO NUMERO-NOVO-TITULO.
           CLOSE ARQUIVO-CPAGCTL.
           ADD 1 TO NUMERO-NOVO-TITULO.
           MOVE NUMERO-NOVO-TITULO TO CPAGCTL-ULTIMO-NUMERO.
           OPEN OUTPUT ARQUIVO-CPAGCTL.
           WRITE CPAGCTL-REGISTRO.
           CLOSE ARQUIVO-CPAGCTL.
           IF PRIMEIRO-TITULO IS EQUAL ZEROS
               MOVE NUMERO-NOVO-TITULO TO PRIMEIRO-TITULO.

       GRAVA-TITULO-DO-PEDIDO.
           MOVE REEMB-NUMERO          TO DESCREE-PEDIDO.
           MOVE REEMB-FUNCIONARIO     TO DESCREE-FUNCIONARIO.
           MOVE NUMERO-NOVO-TITULO    TO TITULO-NUMERO.
           MOVE REEMB-FORNECEDOR      TO TITULO-FORNECEDOR.
           MOVE DATA-CORRENTE         TO TITULO-EMISSAO.
           MOVE DATA-CORRENTE         TO TITULO-VENCIMENTO.
           MOVE VALOR-DO-TITULO       TO TITULO-VALOR.
           MOVE CONTA-DO-TITULO       TO TITULO-CONTA-DESPESA.
           MOVE DESCRICAO-TITULO-REEMB TO TITULO-DESCRICAO.
           PERFORM VERIFICA-APROVACAO-DO-TITULO.
           MOVE ZEROS                 TO TITULO-PEDIDO.
           MOVE FILIAL-DO-FUNCIONARIO TO TITULO-FILIAL.
           MOVE ZEROS                 TO TITULO-RETENCOES.
           MOVE VALOR-DO-TITULO       TO TITULO-VALOR-LIQUIDO.
           WRITE TITULO-REGISTRO.
           ADD 1 TO TOTAL-TITULOS.
           MOVE TITULO-VALOR TO VALOR-EDITADO.
           DISPLAY "TITULO " TITULO-NUMERO " CONTA "
                   TITULO-CONTA-DESPESA " " VALOR-EDITADO.
           IF TITULO-PENDENTE-APROV
               DISPLAY "       PENDENTE DE APROVACAO - "
                       APRPAG-MOTIVO.
           PERFORM REGISTRA-AUDITORIA-TITULO.

       VERIFICA-APROVACAO-DO-TITULO.
           MOVE NUMERO-NOVO-TITULO   TO APRPAG-TITULO.
           MOVE REEMB-FORNECEDOR     TO APRPAG-FORNECEDOR.
           MOVE VALOR-DO-TITULO      TO APRPAG-VALOR.
           MOVE FORNEC-DATA-CADASTRO TO APRPAG-FORNEC-CADASTRO.
           MOVE OPERADOR-ID          TO APRPAG-SOLICITANTE.
           CALL "PROG230" USING APRPAG-PARAMETROS.
           IF APRPAG-EXIGE-APROVACAO
               MOVE "P" TO TITULO-SITUACAO
           ELSE
               MOVE "A" TO TITULO-SITUACAO.

      *    A AUDITORIA DA DECISAO CARREGA O SOLICITANTE NA DESCRICAO
      *    E O APROVADOR NO CAMPO DE OPERADOR.
       REGISTRA-AUDITORIA-DECISAO.
           MOVE "REEMBOLSO"   TO AUDIT-ENTIDADE.
           MOVE REEMB-NUMERO  TO AUDIT-CODIGO.
           IF REEMB-REJEITADO
               MOVE "REJEICAO" TO AUDIT-OPERACAO
           ELSE
               MOVE "APROVACAO" TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "PEDIDO DE " REEMB-SOLICITANTE " FUNCIONARIO "
                  REEMB-FUNCIONARIO "." DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       REGISTRA-AUDITORIA-TITULO.
           MOVE "TITULO-PAG"    TO AUDIT-ENTIDADE.
           MOVE TITULO-NUMERO   TO AUDIT-CODIGO.
           MOVE "INCLUSAO"      TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "REEMBOLSO " REEMB-NUMERO " FUNCIONARIO "
                  REEMB-FUNCIONARIO "."
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG246" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
