      *    DO MODELO DO DEPARTAMENTO (OFFTMPL.DAT) OU OS ITENS
      *    PADRAO - A BAIXA E AS PENDENCIAS FICAM NO PROG129, E A
      *    RESCISAO (PROG68) AVISA QUANDO AINDA HA ITEM ABERTO.
      *    2026-10-15 O HISTORICO DE DEMITIDOS PASSOU A GUARDAR TAMBEM
      *    CPF, PIS E DEPENDENTES, PARA A DECLARACAO ANUAL (PROG198)
      *    INCLUIR QUEM SAIU NO ANO.
      *    2026-10-15 O CHECKLIST DE DESLIGAMENTO PASSOU A TER SEMPRE
      *    O ITEM DO EXAME MEDICO DEMISSIONAL (ASO), QUE O PROG129 SO
      *    BAIXA COM O EXAME REGISTRADO NO PROG202.
      *    2026-10-15 INCLUIDO O GESTOR IMEDIATO DO FUNCIONARIO - O
      *    CODIGO PRECISA SER DE OUTRO FUNCIONARIO DO MESTRE E A
      *    LINHA ACIMA DELE NAO PODE VOLTAR AO PROPRIO FUNCIONARIO
      *    (LINHA CIRCULAR RECUSADA). O CHECKPOINT DA INCLUSAO
      *    PASSOU A GUARDAR TAMBEM CARGO, FILIAL E GESTOR.
      *    2026-10-15 INCLUIDA A ADMISSAO POR REQUISICAO (OPCAO 5) -
      *    O CANDIDATO COM OFERTA (CANDIDATO.DAT, VER PROG211) ENTRA
      *    NA TELA COM NOME E CONTATO DELE E DEPARTAMENTO, CARGO,
      *    TIPO E SALARIO DA REQUISICAO (REQUISICAO.DAT, VER
      *    PROG210). A GRAVACAO SEGUE A INCLUSAO NORMAL (QUADRO DE
      *    VAGAS, AUDITORIA, CHECKLIST DE INTEGRACAO) E FECHA A
      *    REQUISICAO COMO PREENCHIDA, COM O CANDIDATO CONTRATADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "SELEMUSO.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELFILIAL.cob".
           COPY "SELREQUIS.cob".
           COPY "SELCANDID.cob".
           COPY "SELCANDHIS.cob".
      *    ARQUIVO DE TRABALHO DA LIBERACAO DE REGISTROS EM USO.
           SELECT ARQUIVO-EMUSOTMP
           ASSIGN TO "EMUSO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EMUSOTMP-ARQ-STATUS.
      *    ARQUIVOS DE TRABALHO DO FECHAMENTO DA REQUISICAO E DA
      *    CONTRATACAO DO CANDIDATO NA ADMISSAO.
           SELECT ARQUIVO-REQTMP
           ASSIGN TO "REQUISICAO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS REQTMP-ARQ-STATUS.
           SELECT ARQUIVO-CANDTMP
           ASSIGN TO "CANDIDATO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CANDTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMUSO.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDFILIAL.cob".
           COPY "FDREQUIS.cob".
           COPY "FDCANDID.cob".
           COPY "FDCANDHIS.cob".

       FD  ARQUIVO-EMUSOTMP.
       01  EMUSOTMP-REGISTRO       PIC X(41).

       FD  ARQUIVO-REQTMP.
       01  REQTMP-REGISTRO         PIC X(112).

       FD  ARQUIVO-CANDTMP.
       01  CANDTMP-REGISTRO        PIC X(97).


       WORKING-STORAGE SECTION.

           88 OPCAO-ALTERAR        VALUE "2".
           88 OPCAO-EXCLUIR        VALUE "3".
           88 OPCAO-SAIR           VALUE "4".
           88 OPCAO-ADMITIR        VALUE "5".

      *    ADMISSAO POR REQUISICAO (VER PROG210/PROG211) - A
      *    REQUISICAO PRECISA ESTAR ABERTA E O CANDIDATO NA ETAPA DE
      *    OFERTA. DEPARTAMENTO E CARGO DA REQUISICAO NAO PODEM SER
      *    TROCADOS NA TELA.
       01  REQUIS-ARQ-STATUS       PIC X(02).
       01  REQTMP-ARQ-STATUS       PIC X(02).
       01  CANDID-ARQ-STATUS       PIC X(02).
       01  CANDTMP-ARQ-STATUS      PIC X(02).
       01  CANDHIS-ARQ-STATUS      PIC X(02).
       01  FINAL-REQUIS            PIC X.
       01  FINAL-CANDID            PIC X.
       01  REQUISICAO-INFORMADA    PIC 9(06).
       01  CANDIDATO-INFORMADO     PIC 9(03).
       01  ADMISSAO-PRONTA-SW      PIC X(01).
           88 ADMISSAO-PRONTA      VALUE "S".
       01  DADOS-DA-ADMISSAO.
           05 ADM-DEPARTAMENTO     PIC X(20).
           05 ADM-CARGO            PIC X(04).
           05 ADM-TIPO             PIC X(01).
           05 ADM-SALARIO          PIC 9(06)V9(02).
           05 ADM-NOME             PIC X(20).
           05 ADM-TELEFONE         PIC X(15).
           05 ADM-EMAIL            PIC X(30).
       01  INCLUSAO-GRAVADA-SW     PIC X(01).
           88 INCLUSAO-GRAVADA     VALUE "S".

      *    DADOS DO LOGIN - A IDENTIFICACAO E A SENHA SAO CONFERIDAS
      *    NO CADASTRO DE OPERADORES (VER PROG43/PROG58), COM TRES
       01  FINAL-OPER-SUPERV       PIC X.
       01  REGISTRO-GUARDADO       PIC X(300).

      *    CONFERENCIA DA LINHA DE SUBORDINACAO - SOBE PELOS GESTORES
      *    A PARTIR DO INFORMADO NA TELA. O LIMITE DE PASSOS SEGURA
      *    UMA LINHA JA CORROMPIDA NO ARQUIVO.
       01  CODIGO-EM-EDICAO        PIC 9(06).
       01  PASSOS-NA-LINHA         PIC 9(03).
       01  FIM-DA-LINHA-SW         PIC X(01).
           88 FIM-DA-LINHA         VALUE "S".
       01  LINHA-CIRCULAR-SW       PIC X(01).
           88 LINHA-CIRCULAR       VALUE "S".

      *    ITENS PADRAO DO CHECKLIST DE DESLIGAMENTO, USADOS QUANDO
      *    NAO HA MODELO DO DEPARTAMENTO EM OFFTMPL.DAT (VER
      *    PROG129).
               10 ITEM-DESLIG-DESCRICAO PIC X(30).
               10 ITEM-DESLIG-RESP      PIC X(20).
       01  IDX-ITEM-DESLIG         PIC 9(02).
      *    ITEM OBRIGATORIO DE TODO DESLIGAMENTO - A DESCRICAO E' A
      *    MESMA QUE O PROG129 RECONHECE NA BAIXA.
       01  ITEM-EXAME-DEMISSIONAL  PIC X(30)
           VALUE "EXAME MEDICO DEMISSIONAL (ASO)".
       01  RESP-EXAME-DEMISSIONAL  PIC X(20)
           VALUE "MEDICINA DO TRABALHO".
       01  FUNCTRF-ARQ-STATUS      PIC X(02).
       01  DEPARTAMENTO-ANTERIOR   PIC X(20).
       01  SALARIO-ANTERIOR        PIC 9(6)V9(2).
           05 TELA-TARDE           PIC X(30).
           05 TELA-CARGO           PIC X(04).
           05 TELA-FILIAL          PIC 9(03).
           05 TELA-GESTOR          PIC 9(06).
       01  TELA-ERROS.
           05 ERR-NOME             PIC X(25).
           05 ERR-TIPO             PIC X(25).
           05 ERR-DATA             PIC X(25).
           05 ERR-CARGO            PIC X(25).
           05 ERR-FILIAL           PIC X(25).
           05 ERR-GESTOR           PIC X(25).
       01  TELA-VALIDA-SW          PIC X(01).
           88 TELA-VALIDA          VALUE "S".

           05 LINE 18 COLUMN 2 VALUE "FILIAL...:".
           05 LINE 18 COLUMN 13 PIC 9(03) USING TELA-FILIAL.
           05 LINE 18 COLUMN 35 PIC X(25) FROM ERR-FILIAL.
           05 LINE 19 COLUMN 2 VALUE "GESTOR...:".
           05 LINE 19 COLUMN 13 PIC 9(06) USING TELA-GESTOR.
           05 LINE 19 COLUMN 35 PIC X(25) FROM ERR-GESTOR.
           05 LINE 20 COLUMN 2
              VALUE "ENTER CONFIRMA - CAMPOS COM ERRO REABREM A TELA".

       PROCEDURE DIVISION.
           DISPLAY "2 - ALTERAR FUNCIONARIO".
           DISPLAY "3 - EXCLUIR FUNCIONARIO".
           DISPLAY "4 - SAIR".
           DISPLAY "5 - ADMITIR CANDIDATO DE REQUISICAO".
           ACCEPT OPCAO-MENU.

           IF OPCAO-INCLUIR
               PERFORM ALTERA-REGISTRO
           ELSE IF OPCAO-EXCLUIR
               PERFORM EXCLUI-REGISTRO
           ELSE IF OPCAO-ADMITIR
               PERFORM ADMITE-CANDIDATO
           ELSE IF NOT OPCAO-SAIR
               DISPLAY "OPCAO INVALIDA.".

                       FUNCIONARIO-CODIGO.

           PERFORM EDITA-PELA-TELA.
           PERFORM GRAVA-INCLUSAO.

      *    GRAVACAO COMUM A INCLUSAO E A ADMISSAO POR REQUISICAO -
      *    INCLUSAO-GRAVADA VOLTA "S" QUANDO O REGISTRO ENTROU.
       GRAVA-INCLUSAO.
           MOVE "N" TO INCLUSAO-GRAVADA-SW.
           PERFORM VERIFICA-QUADRO-DE-VAGAS.
           IF NOT VAGA-LIBERADA
               DISPLAY "INCLUSAO NAO GRAVADA - QUADRO DE VAGAS DO "
                     DISPLAY "CODIGO :" FUNCIONARIO-CODIGO
                             "JA EM USO."
                     NOT INVALID KEY
                     MOVE "S" TO INCLUSAO-GRAVADA-SW
                     PERFORM SOMA-TOTAL-FUNCCTL
                     PERFORM REGISTRA-AUDITORIA-INCLUSAO
                     PERFORM ABRE-CHECKLIST-INTEGRACAO
               END-WRITE
               PERFORM LIMPA-CHECKPOINT-FUNCIONARIO.

      *    ADMISSAO DE UM CANDIDATO COM OFERTA - A TELA ABRE COM OS
      *    DADOS DO CANDIDATO E DA REQUISICAO E O RESTO DA FICHA E'
      *    PREENCHIDO COMO NA INCLUSAO. GRAVADO O FUNCIONARIO, A
      *    REQUISICAO E' FECHADA E O CANDIDATO MARCADO CONTRATADO.
       ADMITE-CANDIDATO.
           PERFORM PEDE-CANDIDATO-DA-REQUISICAO.
           IF ADMISSAO-PRONTA
               MOVE SPACE TO FUNCIONARIO-REGISTRO
               PERFORM RESERVA-PROXIMO-CODIGO
               MOVE PROXIMO-CODIGO TO FUNCIONARIO-CODIGO
               DISPLAY "CODIGO DO FUNCIONARIO GERADO : "
                       FUNCIONARIO-CODIGO
               MOVE ADM-NOME         TO FUNCIONARIO-NOME
               MOVE ADM-TELEFONE     TO FUNCIONARIO-TELEFONE
               MOVE ADM-EMAIL        TO FUNCIONARIO-EMAIL
               MOVE ADM-TIPO         TO FUNCIONARIO-TIPO
               MOVE ADM-SALARIO      TO FUNCIONARIO-SALARIO
               MOVE ADM-DEPARTAMENTO TO FUNCIONARIO-DEPARTAMENTO
               MOVE ADM-CARGO        TO FUNCIONARIO-CARGO
               ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD
               MOVE DATA-CORRENTE    TO FUNCIONARIO-DATA-ADMISSAO
               PERFORM EDITA-PELA-TELA
               IF FUNCIONARIO-DEPARTAMENTO IS NOT EQUAL
                       ADM-DEPARTAMENTO
                       OR FUNCIONARIO-CARGO IS NOT EQUAL ADM-CARGO
                   DISPLAY "DEPARTAMENTO/CARGO DIFERENTES DOS DA "
                           "REQUISICAO - ADMISSAO NAO GRAVADA."
               ELSE
                   PERFORM GRAVA-INCLUSAO
                   IF INCLUSAO-GRAVADA
                       PERFORM FECHA-REQUISICAO-PREENCHIDA
                       PERFORM MARCA-CANDIDATO-CONTRATADO
                       PERFORM REGISTRA-AUDITORIA-ADMISSAO
                       DISPLAY "REQUISICAO " REQUISICAO-INFORMADA
                               " PREENCHIDA.".

       PEDE-CANDIDATO-DA-REQUISICAO.
           MOVE "N" TO ADMISSAO-PRONTA-SW.
           DISPLAY "NUMERO DA REQUISICAO : ".
           MOVE ZEROS TO REQUISICAO-INFORMADA.
           ACCEPT REQUISICAO-INFORMADA.
           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-REQUIS
               PERFORM LEIA-PROXIMA-REQUISICAO
               PERFORM COMPARA-REQUISICAO-ADMISSAO
                       UNTIL FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQUIS.
           IF NOT ADMISSAO-PRONTA
               DISPLAY "REQUISICAO " REQUISICAO-INFORMADA
                       " NAO ENCONTRADA OU NAO ESTA ABERTA."
           ELSE
               PERFORM PEDE-CANDIDATO-COM-OFERTA.

       LEIA-PROXIMA-REQUISICAO.
           READ ARQUIVO-REQUIS AT END
           MOVE "S" TO FINAL-REQUIS.

       COMPARA-REQUISICAO-ADMISSAO.
           IF REQUIS-NUMERO IS EQUAL REQUISICAO-INFORMADA
                   AND REQUIS-ABERTA
               MOVE "S" TO ADMISSAO-PRONTA-SW
               MOVE REQUIS-DEPARTAMENTO TO ADM-DEPARTAMENTO
               MOVE REQUIS-CARGO        TO ADM-CARGO
               MOVE REQUIS-TIPO         TO ADM-TIPO
               MOVE REQUIS-SALARIO      TO ADM-SALARIO
               MOVE "S" TO FINAL-REQUIS
           ELSE
               PERFORM LEIA-PROXIMA-REQUISICAO.

       PEDE-CANDIDATO-COM-OFERTA.
           MOVE "N" TO ADMISSAO-PRONTA-SW.
           DISPLAY "SEQUENCIA DO CANDIDATO : ".
           MOVE ZEROS TO CANDIDATO-INFORMADO.
           ACCEPT CANDIDATO-INFORMADO.
           OPEN INPUT ARQUIVO-CANDID.
           IF CANDID-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CANDID
               PERFORM LEIA-PROXIMO-CANDIDATO
               PERFORM COMPARA-CANDIDATO-ADMISSAO
                       UNTIL FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDID.
           IF NOT ADMISSAO-PRONTA
               DISPLAY "CANDIDATO " CANDIDATO-INFORMADO
                       " NAO ENCONTRADO OU SEM OFERTA FEITA (VER "
                       "PROG211).".

       LEIA-PROXIMO-CANDIDATO.
           READ ARQUIVO-CANDID AT END
           MOVE "S" TO FINAL-CANDID.

       COMPARA-CANDIDATO-ADMISSAO.
           IF CANDID-REQUISICAO IS EQUAL REQUISICAO-INFORMADA
                   AND CANDID-SEQ IS EQUAL CANDIDATO-INFORMADO
                   AND CANDID-OFERTA
               MOVE "S" TO ADMISSAO-PRONTA-SW
               MOVE CANDID-NOME     TO ADM-NOME
               MOVE CANDID-TELEFONE TO ADM-TELEFONE
               MOVE CANDID-EMAIL    TO ADM-EMAIL
               MOVE "S" TO FINAL-CANDID
           ELSE
               PERFORM LEIA-PROXIMO-CANDIDATO.

      *    REQUISICAO PREENCHIDA NA DATA, COM O CODIGO DO ADMITIDO -
      *    REGRAVADA VIA ARQUIVO DE TRABALHO.
       FECHA-REQUISICAO-PREENCHIDA.
           OPEN INPUT ARQUIVO-REQUIS.
           OPEN OUTPUT ARQUIVO-REQTMP.
           MOVE "N" TO FINAL-REQUIS.
           PERFORM LEIA-PROXIMA-REQUISICAO.
           PERFORM COPIA-OU-PREENCHE
                   UNTIL FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQUIS.
           CLOSE ARQUIVO-REQTMP.
           OPEN INPUT ARQUIVO-REQTMP.
           OPEN OUTPUT ARQUIVO-REQUIS.
           MOVE "N" TO FINAL-REQUIS.
           PERFORM LEIA-PROXIMO-REQTMP.
           PERFORM COPIA-REQTMP
                   UNTIL FINAL-REQUIS IS EQUAL "S".
           CLOSE ARQUIVO-REQTMP.
           CLOSE ARQUIVO-REQUIS.

       COPIA-OU-PREENCHE.
           IF REQUIS-NUMERO IS EQUAL REQUISICAO-INFORMADA
               MOVE "P" TO REQUIS-SITUACAO
               MOVE DATA-CORRENTE      TO REQUIS-DATA-FECHAMENTO
               MOVE FUNCIONARIO-CODIGO TO REQUIS-FUNCIONARIO.
           MOVE REQUIS-REGISTRO TO REQTMP-REGISTRO.
           WRITE REQTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-REQUISICAO.

       LEIA-PROXIMO-REQTMP.
           READ ARQUIVO-REQTMP AT END
           MOVE "S" TO FINAL-REQUIS.

       COPIA-REQTMP.
           MOVE REQTMP-REGISTRO TO REQUIS-REGISTRO.
           WRITE REQUIS-REGISTRO.
           PERFORM LEIA-PROXIMO-REQTMP.

      *    CANDIDATO CONTRATADO COM O CODIGO DO FUNCIONARIO, E A
      *    ETAPA FINAL VAI PARA O HISTORICO DO PROCESSO SELETIVO.
       MARCA-CANDIDATO-CONTRATADO.
           OPEN INPUT ARQUIVO-CANDID.
           OPEN OUTPUT ARQUIVO-CANDTMP.
           MOVE "N" TO FINAL-CANDID.
           PERFORM LEIA-PROXIMO-CANDIDATO.
           PERFORM COPIA-OU-CONTRATA
                   UNTIL FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDID.
           CLOSE ARQUIVO-CANDTMP.
           OPEN INPUT ARQUIVO-CANDTMP.
           OPEN OUTPUT ARQUIVO-CANDID.
           MOVE "N" TO FINAL-CANDID.
           PERFORM LEIA-PROXIMO-CANDTMP.
           PERFORM COPIA-CANDTMP
                   UNTIL FINAL-CANDID IS EQUAL "S".
           CLOSE ARQUIVO-CANDTMP.
           CLOSE ARQUIVO-CANDID.

           MOVE REQUISICAO-INFORMADA TO CANDHIS-REQUISICAO.
           MOVE CANDIDATO-INFORMADO  TO CANDHIS-SEQ.
           MOVE DATA-CORRENTE        TO CANDHIS-DATA.
           MOVE "C"                  TO CANDHIS-ETAPA.
           MOVE OPERADOR-ID          TO CANDHIS-OPERADOR.
           MOVE SPACES               TO CANDHIS-ANOTACAO.
           STRING "ADMITIDO COMO FUNCIONARIO " FUNCIONARIO-CODIGO
                  DELIMITED BY SIZE INTO CANDHIS-ANOTACAO.
           OPEN EXTEND ARQUIVO-CANDHIS.
           IF CANDHIS-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CANDHIS.
           WRITE CANDHIS-REGISTRO.
           CLOSE ARQUIVO-CANDHIS.

       COPIA-OU-CONTRATA.
           IF CANDID-REQUISICAO IS EQUAL REQUISICAO-INFORMADA
                   AND CANDID-SEQ IS EQUAL CANDIDATO-INFORMADO
               MOVE "C" TO CANDID-ETAPA
               MOVE DATA-CORRENTE      TO CANDID-DATA-ETAPA
               MOVE FUNCIONARIO-CODIGO TO CANDID-FUNCIONARIO.
           MOVE CANDID-REGISTRO TO CANDTMP-REGISTRO.
           WRITE CANDTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-CANDIDATO.

       LEIA-PROXIMO-CANDTMP.
           READ ARQUIVO-CANDTMP AT END
           MOVE "S" TO FINAL-CANDID.

       COPIA-CANDTMP.
           MOVE CANDTMP-REGISTRO TO CANDID-REGISTRO.
           WRITE CANDID-REGISTRO.
           PERFORM LEIA-PROXIMO-CANDTMP.

       REGISTRA-AUDITORIA-ADMISSAO.
           MOVE "FUNCIONARIO"  TO AUDIT-ENTIDADE.
           MOVE FUNCIONARIO-CODIGO TO AUDIT-CODIGO.
           MOVE "ADMISSAO"     TO AUDIT-OPERACAO.
           MOVE SPACES         TO AUDIT-DESCRICAO.
           STRING "ADMITIDO PELA REQUISICAO " REQUISICAO-INFORMADA
                  " CANDIDATO " CANDIDATO-INFORMADO "."
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA O CONJUNTO PADRAO DE ITENS DE INTEGRACAO DO
      *    FUNCIONARIO RECEM-INCLUIDO, TODOS PENDENTES - NINGUEM
      *    COMECA A TRABALHAR SEM A PAPELADA EM DIA (VER PROG86).
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROGRM37" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

               MOVE FUNCIONARIO-FILIAL TO TELA-FILIAL
           ELSE
               MOVE ZEROS TO TELA-FILIAL.
           IF FUNCIONARIO-GESTOR IS NUMERIC
               MOVE FUNCIONARIO-GESTOR TO TELA-GESTOR
           ELSE
               MOVE ZEROS TO TELA-GESTOR.
           MOVE SPACES TO TELA-ERROS.

           MOVE "N" TO TELA-VALIDA-SW.
           MOVE TELA-TARDE        TO FUNCIONARIO-PELA-TARDE.
           MOVE TELA-CARGO        TO FUNCIONARIO-CARGO.
           MOVE TELA-FILIAL       TO FUNCIONARIO-FILIAL.
           MOVE TELA-GESTOR       TO FUNCIONARIO-GESTOR.

      *    UMA INCLUSAO NOVA CHEGA COM O REGISTRO EM BRANCO - OS
      *    CAMPOS NUMERICOS DA TELA COMECAM ZERADOS EM VEZ DE
           PERFORM VALIDA-SALARIO-DA-TELA.
           PERFORM VALIDA-CARGO-DA-TELA.
           PERFORM VALIDA-FILIAL-DA-TELA.
           PERFORM VALIDA-GESTOR-DA-TELA.
           IF TELA-MOEDA IS EQUAL SPACES
               MOVE "BRL" TO TELA-MOEDA.
           PERFORM VALIDA-BANCO-DA-TELA
           MOVE FUNCIONARIO-CONTA        TO FUNCWORK-CONTA.
           MOVE FUNCIONARIO-CPF          TO FUNCWORK-CPF.
           MOVE FUNCIONARIO-PIS          TO FUNCWORK-PIS.
           MOVE FUNCIONARIO-CARGO        TO FUNCWORK-CARGO.
           MOVE FUNCIONARIO-FILIAL       TO FUNCWORK-FILIAL.
           MOVE FUNCIONARIO-GESTOR       TO FUNCWORK-GESTOR.

           OPEN OUTPUT ARQUIVO-FUNCWORK.
           WRITE FUNCWORK-REGISTRO.
                                       TO FUNCIONARIO-CONTA
                       MOVE FUNCWORK-CPF TO FUNCIONARIO-CPF
                       MOVE FUNCWORK-PIS TO FUNCIONARIO-PIS
                       MOVE FUNCWORK-CARGO TO FUNCIONARIO-CARGO
                       MOVE FUNCWORK-FILIAL TO FUNCIONARIO-FILIAL
                       MOVE FUNCWORK-GESTOR TO FUNCIONARIO-GESTOR
                       MOVE "S" TO INCLUSAO-PENDENTE
                   ELSE
                       PERFORM LIMPA-CHECKPOINT-FUNCIONARIO
           MOVE FUNCIONARIO-TIPO         TO FUNCDEM-TIPO.
           MOVE FUNCIONARIO-MOEDA        TO FUNCDEM-MOEDA.
           MOVE FUNCIONARIO-HORAS-MES    TO FUNCDEM-HORAS-MES.
           MOVE FUNCIONARIO-CPF          TO FUNCDEM-CPF.
           MOVE FUNCIONARIO-PIS          TO FUNCDEM-PIS.
           MOVE FUNCIONARIO-DEPENDENTES  TO FUNCDEM-DEPENDENTES.

           OPEN EXTEND ARQUIVO-FUNCDEM.
           IF FUNCDEM-ARQ-STATUS IS EQUAL "35"
      *    ABRE O CHECKLIST DE DESLIGAMENTO DO FUNCIONARIO - OS
      *    ITENS VEM DOS MODELOS DO DEPARTAMENTO EM OFFTMPL.DAT
      *    (LINHAS COM "*" VALEM PARA TODOS); SEM MODELO APLICAVEL,
      *    VALEM OS QUATRO ITENS PADRAO. A BAIXA E' NO PROG129. O
      *    EXAME DEMISSIONAL ENTRA SEMPRE, COMO ULTIMO ITEM.
       ABRE-CHECKLIST-DESLIGAMENTO.
           MOVE ZEROS TO SEQ-ITEM-DESLIG.
           OPEN EXTEND ARQUIVO-OFFBOARD.
           PERFORM GRAVA-ITENS-DO-MODELO.
           IF SEQ-ITEM-DESLIG IS EQUAL ZEROS
               PERFORM GRAVA-ITENS-PADRAO-DESLIG.
           PERFORM GRAVA-ITEM-EXAME-DEMISSIONAL.
           CLOSE ARQUIVO-OFFBOARD.
           DISPLAY "CHECKLIST DE DESLIGAMENTO ABERTO COM "
                   SEQ-ITEM-DESLIG " ITENS.".
           WRITE OFFBOARD-REGISTRO.
           ADD 1 TO IDX-ITEM-DESLIG.

       GRAVA-ITEM-EXAME-DEMISSIONAL.
           ADD 1 TO SEQ-ITEM-DESLIG.
           MOVE FUNCIONARIO-CODIGO TO OFFBOARD-CODIGO.
           MOVE SEQ-ITEM-DESLIG TO OFFBOARD-ITEM-SEQ.
           MOVE ITEM-EXAME-DEMISSIONAL TO OFFBOARD-DESCRICAO.
           MOVE RESP-EXAME-DEMISSIONAL TO OFFBOARD-RESPONSAVEL.
           MOVE "P" TO OFFBOARD-SITUACAO.
           MOVE ZEROS TO OFFBOARD-DATA-CONCLUSAO.
           WRITE OFFBOARD-REGISTRO.

      *    CARREGA O CADASTRO DE FILIAIS (VER PROG151) - O ARQUIVO
      *    E' OPCIONAL, SEM ELE A TABELA FICA VAZIA.
       CARREGA-CADASTRO-FILIAIS.
                       MOVE "FILIAL INATIVA" TO ERR-FILIAL
                       MOVE "N" TO TELA-VALIDA-SW.

      *    O GESTOR E' OPCIONAL (ZERO = TOPO DA LINHA). INFORMADO,
      *    PRECISA SER OUTRO FUNCIONARIO DO MESTRE, E NENHUM GESTOR
      *    ACIMA DELE PODE SER O PROPRIO FUNCIONARIO EM EDICAO - ISSO
      *    FECHARIA UMA LINHA CIRCULAR. A LEITURA POR CHAVE DESLOCA
      *    O REGISTRO EM EDICAO, QUE E' GUARDADO E DEVOLVIDO NO FIM.
       VALIDA-GESTOR-DA-TELA.
           IF TELA-GESTOR IS NOT NUMERIC
               MOVE ZEROS TO TELA-GESTOR.
           IF TELA-GESTOR IS GREATER THAN ZEROS
               IF TELA-GESTOR IS EQUAL FUNCIONARIO-CODIGO
                   MOVE "GESTOR E' O PROPRIO FUNC" TO ERR-GESTOR
                   MOVE "N" TO TELA-VALIDA-SW
               ELSE
                   PERFORM CONFERE-LINHA-DO-GESTOR.

       CONFERE-LINHA-DO-GESTOR.
           MOVE FUNCIONARIO-REGISTRO TO REGISTRO-GUARDADO.
           MOVE FUNCIONARIO-CODIGO TO CODIGO-EM-EDICAO.
           MOVE TELA-GESTOR TO FUNCIONARIO-CODIGO.
           MOVE "N" TO LINHA-CIRCULAR-SW.
           MOVE "N" TO FIM-DA-LINHA-SW.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "GESTOR NAO CADASTRADO" TO ERR-GESTOR
                MOVE "N" TO TELA-VALIDA-SW
                MOVE "S" TO FIM-DA-LINHA-SW.
           MOVE ZEROS TO PASSOS-NA-LINHA.
           PERFORM SOBE-UM-GESTOR
                   UNTIL FIM-DA-LINHA OR LINHA-CIRCULAR.
           IF LINHA-CIRCULAR
               MOVE "LINHA CIRCULAR RECUSADA" TO ERR-GESTOR
               MOVE "N" TO TELA-VALIDA-SW.
           MOVE REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO.

       SOBE-UM-GESTOR.
           ADD 1 TO PASSOS-NA-LINHA.
           IF FUNCIONARIO-GESTOR IS NOT NUMERIC
                   OR FUNCIONARIO-GESTOR IS EQUAL ZEROS
               MOVE "S" TO FIM-DA-LINHA-SW
           ELSE
               IF FUNCIONARIO-GESTOR IS EQUAL CODIGO-EM-EDICAO
                       OR PASSOS-NA-LINHA IS GREATER THAN 50
                   MOVE "S" TO LINHA-CIRCULAR-SW
               ELSE
                   MOVE FUNCIONARIO-GESTOR TO FUNCIONARIO-CODIGO
                   READ ARQUIVO-FUNCIONARIO
                        INVALID KEY
                        MOVE "S" TO FIM-DA-LINHA-SW.

       PROCURA-FILIAL-NO-CADASTRO.
           MOVE 1 TO IDX-FILCAD.
           MOVE "N" TO FILCAD-ACHADA-SW.
