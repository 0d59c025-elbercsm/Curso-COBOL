       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG247.

      *    PEDIDOS DE RELATORIO PARA A RODADA DA NOITE (RELFILA.DAT).
      *    AS LISTAGENS GRANDES - CLIENTES (PROG33), FUNCIONARIOS
      *    (PROG48), CONSULTA DA AUDITORIA (PROG57), AGING DO CONTAS
      *    A RECEBER (PROG63) E DOSSIE DO FUNCIONARIO (PROG153) -
      *    DEIXAM DE RODAR NO HORARIO DE EXPEDIENTE: O OPERADOR
      *    ESCOLHE O RELATORIO E INFORMA OS MESMOS FILTROS DO
      *    PARM33/PARM48 OU DAS PERGUNTAS DE CONSOLE, E O PEDIDO FICA
      *    PENDENTE ATE' O PASSO DO DAILYJOB (PROG248), QUE EXECUTA
      *    O RELATORIO E ARQUIVA A SAIDA PELO PROG137. NO LOGIN
      *    SEGUINTE O MENU (PROG43) AVISA O SOLICITANTE DOS PRONTOS
      *    E DOS QUE FALHARAM. O SOLICITANTE E' O OPERADOR DO LOGIN
      *    DO MENU - FORA DO MENU A IDENTIFICACAO E' PERGUNTADA. SO
      *    O PROPRIO SOLICITANTE LISTA E CANCELA SEUS PEDIDOS, E SO
      *    ENQUANTO PENDENTES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELRELFILA.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDRELFILA.cob".

       WORKING-STORAGE SECTION.

       01  RELFILA-ARQ-STATUS      PIC X(02).
       01  FINAL-RELFILA           PIC X.

           COPY "DTVALPARM.cob".
           COPY "FILOPPARM.cob".
           COPY "RELFPARM.cob".

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-CANCELAR       VALUE "C".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N".

       01  DATA-CORRENTE           PIC 9(08).
       01  HORA-CORRENTE           PIC 9(06).

       01  RELATORIO-INFORMADO     PIC X(01).
       01  PROGRAMA-ESCOLHIDO      PIC X(08).
       01  DATA-INFORMADA          PIC X(08).
       01  NUMERO-INFORMADO        PIC 9(06).
       01  NUMERO-NOVO-PEDIDO      PIC 9(06).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  PEDIDO-ACHADO-SW        PIC X(01).
           88 PEDIDO-ACHADO        VALUE "S".
       01  TOTAL-INCLUIDOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- PEDIDOS DE RELATORIO PARA A NOITE ----".
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM IDENTIFICA-OPERADOR.
           IF OPERADOR-ID IS EQUAL SPACES
               DISPLAY "OPERADOR NAO IDENTIFICADO - PROCESSAMENTO "
                       "INTERROMPIDO."
               GO TO PROGRAM-DONE.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           DISPLAY "PEDIDOS INCLUIDOS NESTA SESSAO : " TOTAL-INCLUIDOS.

       PROGRAM-DONE.
           STOP RUN.

      *    O MENU DEIXA NA ROTINA DE FILIAIS (PROG243) O OPERADOR DO
      *    LOGIN - A CONFERENCIA DEVOLVE QUEM ESTA CARREGADO. SEM
      *    OPERADOR CARREGADO (PROGRAMA CHAMADO FORA DO MENU) A
      *    IDENTIFICACAO E' PERGUNTADA.
       IDENTIFICA-OPERADOR.
           MOVE "V"    TO FILOP-FUNCAO.
           MOVE SPACES TO FILOP-OPERADOR.
           MOVE ZEROS  TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           MOVE FILOP-OPERADOR TO OPERADOR-ID.
           IF OPERADOR-ID IS EQUAL SPACES
               PERFORM PEDE-OPERADOR
           ELSE
               DISPLAY "SOLICITANTE : " OPERADOR-ID.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (C)ANCELAR (L)ISTAR MEUS "
                   "PEDIDOS (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "c"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-PEDIDO.
           IF OPCAO-CANCELAR
               PERFORM CANCELA-PEDIDO.
           IF OPCAO-LISTAR
               PERFORM LISTA-PEDIDOS.

      *===============================================================
      *    INCLUSAO DE PEDIDO - AS CAPTURAS MARCAM DADOS-VALIDOS-SW E
      *    O PEDIDO SO E' GRAVADO COM OS FILTROS TODOS VALIDOS E A
      *    CONFIRMACAO DO OPERADOR.
      *===============================================================
       INCLUI-PEDIDO.
           MOVE SPACES TO RELFP-AREA.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM CAPTURA-RELATORIO.
           IF DADOS-VALIDOS
               DISPLAY "---- FILTROS DO RELATORIO (ENTER P/ NAO "
                       "FILTRAR) ----"
               EVALUATE PROGRAMA-ESCOLHIDO
                   WHEN "PROG33"
                       PERFORM CAPTURA-FILTROS-PROG33
                   WHEN "PROG48"
                       PERFORM CAPTURA-FILTROS-PROG48
                   WHEN "PROG57"
                       PERFORM CAPTURA-FILTROS-PROG57
                   WHEN "PROG63"
                       DISPLAY "O AGING DO CONTAS A RECEBER NAO TEM "
                               "FILTROS."
                   WHEN "PROG153"
                       PERFORM CAPTURA-FILTROS-PROG153
               END-EVALUATE.
           IF DADOS-VALIDOS
               MOVE SPACE TO RESPOSTA
               PERFORM CONFIRMA-PEDIDO
                       UNTIL RESPOSTA-VALIDA
               IF RESPOSTA IS EQUAL "N"
                   DISPLAY "PEDIDO NAO GRAVADO."
               ELSE
                   PERFORM OBTEM-NUMERO-PEDIDO
                   PERFORM GRAVA-PEDIDO.

       CAPTURA-RELATORIO.
           DISPLAY "RELATORIO - (1) CLIENTES PROG33".
           DISPLAY "            (2) FUNCIONARIOS PROG48".
           DISPLAY "            (3) CONSULTA DA AUDITORIA PROG57".
           DISPLAY "            (4) AGING DO CONTAS A RECEBER PROG63".
           DISPLAY "            (5) DOSSIE DO FUNCIONARIO PROG153".
           DISPLAY "ESCOLHA : ".
           MOVE SPACE TO RELATORIO-INFORMADO.
           ACCEPT RELATORIO-INFORMADO.
           MOVE SPACES TO PROGRAMA-ESCOLHIDO.
           EVALUATE RELATORIO-INFORMADO
               WHEN "1"
                   MOVE "PROG33"  TO PROGRAMA-ESCOLHIDO
               WHEN "2"
                   MOVE "PROG48"  TO PROGRAMA-ESCOLHIDO
               WHEN "3"
                   MOVE "PROG57"  TO PROGRAMA-ESCOLHIDO
               WHEN "4"
                   MOVE "PROG63"  TO PROGRAMA-ESCOLHIDO
               WHEN "5"
                   MOVE "PROG153" TO PROGRAMA-ESCOLHIDO
               WHEN OTHER
                   DISPLAY "RELATORIO INVALIDO - PEDIDO ABANDONADO."
                   MOVE "N" TO DADOS-VALIDOS-SW
           END-EVALUATE.

      *    OS MESMOS CAMPOS DO PARM33.DAT - FILIAL NUMERICA E DATAS
      *    DE CADASTRO VALIDAS, A INICIAL NAO POSTERIOR A FINAL.
       CAPTURA-FILTROS-PROG33.
           DISPLAY "NOME PARA FILTRAR (PREFIXO) : ".
           ACCEPT RELFP-33-NOME.
           DISPLAY "CODIGO DA FILIAL PARA FILTRAR : ".
           ACCEPT RELFP-33-FILIAL.
           IF RELFP-33-FILIAL IS NOT EQUAL SPACES
                   AND RELFP-33-FILIAL IS NOT NUMERIC
               DISPLAY "FILIAL INVALIDA - PEDIDO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "DATA INICIAL DE CADASTRO (AAAAMMDD) : "
               PERFORM CAPTURA-DATA-DO-FILTRO
               MOVE DATA-INFORMADA TO RELFP-33-DATA-INICIAL.
           IF DADOS-VALIDOS
               DISPLAY "DATA FINAL DE CADASTRO (AAAAMMDD) : "
               PERFORM CAPTURA-DATA-DO-FILTRO
               MOVE DATA-INFORMADA TO RELFP-33-DATA-FINAL.
           IF DADOS-VALIDOS
                   AND RELFP-33-DATA-INICIAL IS NOT EQUAL SPACES
                   AND RELFP-33-DATA-FINAL IS NOT EQUAL SPACES
                   AND RELFP-33-DATA-INICIAL IS GREATER THAN
                       RELFP-33-DATA-FINAL
               DISPLAY "DATA INICIAL POSTERIOR A FINAL - PEDIDO "
                       "ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW.

      *    OS MESMOS CAMPOS DO PARM48.DAT - DIA DA ESCALA DE 1 A 6
      *    E TURNO M/T, ESTE SO' COM O DIA INFORMADO.
       CAPTURA-FILTROS-PROG48.
           DISPLAY "DEPARTAMENTO (EM BRANCO PARA TODOS) : ".
           ACCEPT RELFP-48-DEPARTAMENTO.
           DISPLAY "PALAVRA-CHAVE DA TAREFA "
                   "(EM BRANCO PARA TODAS) : ".
           ACCEPT RELFP-48-TAREFA.
           DISPLAY "DIA DA SEMANA (1=SEGUNDA A 6=SABADO - EM BRANCO "
                   "USA O CADASTRO) : ".
           ACCEPT RELFP-48-DIA-SEMANA.
           IF RELFP-48-DIA-SEMANA IS NOT EQUAL SPACE
                   AND (RELFP-48-DIA-SEMANA IS LESS THAN "1"
                    OR RELFP-48-DIA-SEMANA IS GREATER THAN "6")
               DISPLAY "DIA DA SEMANA INVALIDO - PEDIDO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
                   AND RELFP-48-DIA-SEMANA IS NOT EQUAL SPACE
               DISPLAY "TURNO (M/T - EM BRANCO = AMBOS) : "
               ACCEPT RELFP-48-TURNO
               IF RELFP-48-TURNO IS EQUAL "m"
                   MOVE "M" TO RELFP-48-TURNO.
           IF DADOS-VALIDOS
                   AND RELFP-48-TURNO IS EQUAL "t"
               MOVE "T" TO RELFP-48-TURNO.
           IF DADOS-VALIDOS
                   AND RELFP-48-TURNO IS NOT EQUAL SPACE
                   AND RELFP-48-TURNO IS NOT EQUAL "M"
                   AND RELFP-48-TURNO IS NOT EQUAL "T"
               DISPLAY "TURNO INVALIDO - PEDIDO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW.

      *    AS PERGUNTAS DA CONSULTA DO PROG57.
       CAPTURA-FILTROS-PROG57.
           DISPLAY "ENTIDADE (CLIENTE/FUNCIONARIO) : ".
           ACCEPT RELFP-57-ENTIDADE.
           DISPLAY "CODIGO DO REGISTRO : ".
           ACCEPT RELFP-57-CODIGO.
           IF RELFP-57-CODIGO IS NOT EQUAL SPACES
                   AND RELFP-57-CODIGO IS NOT NUMERIC
               DISPLAY "CODIGO INVALIDO - PEDIDO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "OPERADOR : "
               ACCEPT RELFP-57-OPERADOR
               DISPLAY "OPERACAO (INCLUSAO/ALTERACAO/EXCLUSAO/...) : "
               ACCEPT RELFP-57-OPERACAO
               DISPLAY "DATA INICIAL (AAAAMMDD) : "
               PERFORM CAPTURA-DATA-DO-FILTRO
               MOVE DATA-INFORMADA TO RELFP-57-DATA-INICIAL.
           IF DADOS-VALIDOS
               DISPLAY "DATA FINAL (AAAAMMDD) : "
               PERFORM CAPTURA-DATA-DO-FILTRO
               MOVE DATA-INFORMADA TO RELFP-57-DATA-FINAL.
           IF DADOS-VALIDOS
               DISPLAY "ANO DE ARQUIVO (AAAA - ENTER = ARQUIVO VIVO) : "
               ACCEPT RELFP-57-ANO
               IF RELFP-57-ANO IS NOT EQUAL SPACES
                       AND RELFP-57-ANO IS NOT NUMERIC
                   DISPLAY "ANO INVALIDO - PEDIDO ABANDONADO."
                   MOVE "N" TO DADOS-VALIDOS-SW.

       CAPTURA-FILTROS-PROG153.
           DISPLAY "CODIGO DO FUNCIONARIO : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           IF NUMERO-INFORMADO IS NOT NUMERIC
                   OR NUMERO-INFORMADO IS EQUAL ZEROS
               DISPLAY "CODIGO INVALIDO - PEDIDO ABANDONADO."
               MOVE "N" TO DADOS-VALIDOS-SW
           ELSE
               MOVE NUMERO-INFORMADO TO RELFP-153-CODIGO.

      *    DATA DE FILTRO EM BRANCO NAO FILTRA - INFORMADA, PRECISA
      *    SER UMA DATA REAL DE CALENDARIO (PROG95).
       CAPTURA-DATA-DO-FILTRO.
           MOVE SPACES TO DATA-INFORMADA.
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA IS NOT EQUAL SPACES
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "N" TO DTVAL-EXIGE-PASSADO
               MOVE DATA-INFORMADA TO DTVAL-DATA-1
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA INVALIDA : " DATA-INFORMADA
                           " - PEDIDO ABANDONADO."
                   MOVE "N" TO DADOS-VALIDOS-SW.

       CONFIRMA-PEDIDO.
           DISPLAY "CONFIRMA O PEDIDO DO " PROGRAMA-ESCOLHIDO
                   " PARA A RODADA DA NOITE (S/N) : ".
           MOVE SPACE TO RESPOSTA.
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.

      *    O PROXIMO NUMERO E' O DO ULTIMO PEDIDO DA FILA MAIS UM -
      *    OS PEDIDOS SAO SEMPRE ACRESCENTADOS NO FIM DO ARQUIVO.
       OBTEM-NUMERO-PEDIDO.
           MOVE ZEROS TO NUMERO-NOVO-PEDIDO.
           OPEN INPUT ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RELFILA
               PERFORM LEIA-PROXIMO-RELFILA
               PERFORM GUARDA-ULTIMO-NUMERO
                       UNTIL FINAL-RELFILA IS EQUAL "S".
           CLOSE ARQUIVO-RELFILA.
           ADD 1 TO NUMERO-NOVO-PEDIDO.

       GUARDA-ULTIMO-NUMERO.
           MOVE RELFILA-NUMERO TO NUMERO-NOVO-PEDIDO.
           PERFORM LEIA-PROXIMO-RELFILA.

       LEIA-PROXIMO-RELFILA.
           READ ARQUIVO-RELFILA AT END
           MOVE "S" TO FINAL-RELFILA.

       GRAVA-PEDIDO.
           MOVE SPACES                TO RELFILA-REGISTRO.
           MOVE NUMERO-NOVO-PEDIDO    TO RELFILA-NUMERO.
           MOVE OPERADOR-ID           TO RELFILA-OPERADOR.
           ACCEPT HORA-CORRENTE FROM TIME.
           MOVE DATA-CORRENTE         TO RELFILA-DATA-PEDIDO.
           MOVE HORA-CORRENTE         TO RELFILA-HORA-PEDIDO.
           MOVE PROGRAMA-ESCOLHIDO    TO RELFILA-PROGRAMA.
           MOVE RELFP-AREA            TO RELFILA-PARAMETROS.
           MOVE "P"                   TO RELFILA-SITUACAO.
           MOVE "N"                   TO RELFILA-AVISADO.
           MOVE ZEROS                 TO RELFILA-DATA-EXECUCAO.
           MOVE ZEROS                 TO RELFILA-HORA-EXECUCAO.
           MOVE ZEROS                 TO RELFILA-LINHAS.
           OPEN EXTEND ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RELFILA.
           WRITE RELFILA-REGISTRO.
           IF RELFILA-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR O PEDIDO - STATUS : "
                       RELFILA-ARQ-STATUS
           ELSE
               ADD 1 TO TOTAL-INCLUIDOS
               DISPLAY "PEDIDO " RELFILA-NUMERO " DO "
                       RELFILA-PROGRAMA " NA FILA - O RESULTADO "
                       "SAI NA RODADA DA NOITE.".
           CLOSE ARQUIVO-RELFILA.

      *    SO O PEDIDO AINDA PENDENTE, E DO PROPRIO SOLICITANTE, PODE
      *    SER CANCELADO - O ARQUIVO E' REGRAVADO NO LUGAR.
       CANCELA-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO A CANCELAR : ".
           MOVE ZEROS TO NUMERO-INFORMADO.
           ACCEPT NUMERO-INFORMADO.
           MOVE "N" TO PEDIDO-ACHADO-SW.
           OPEN I-O ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RELFILA
               PERFORM LEIA-PROXIMO-RELFILA
               PERFORM PROCURA-PEDIDO
                       UNTIL FINAL-RELFILA IS EQUAL "S"
                       OR PEDIDO-ACHADO.
           IF NOT PEDIDO-ACHADO
               DISPLAY "PEDIDO " NUMERO-INFORMADO " NAO ENCONTRADO."
           ELSE
               IF RELFILA-OPERADOR IS NOT EQUAL OPERADOR-ID
                   DISPLAY "PEDIDO " RELFILA-NUMERO " E' DE OUTRO "
                           "OPERADOR - NAO PODE SER CANCELADO."
               ELSE
                   IF NOT RELFILA-PENDENTE
                       DISPLAY "PEDIDO " RELFILA-NUMERO " NAO ESTA "
                               "PENDENTE (SITUACAO " RELFILA-SITUACAO
                               ") - NAO PODE SER CANCELADO."
                   ELSE
                       MOVE "C" TO RELFILA-SITUACAO
                       MOVE "S" TO RELFILA-AVISADO
                       REWRITE RELFILA-REGISTRO
                       DISPLAY "PEDIDO " RELFILA-NUMERO
                               " CANCELADO.".
           CLOSE ARQUIVO-RELFILA.

       PROCURA-PEDIDO.
           IF RELFILA-NUMERO IS EQUAL NUMERO-INFORMADO
               MOVE "S" TO PEDIDO-ACHADO-SW
           ELSE
               PERFORM LEIA-PROXIMO-RELFILA.

       LISTA-PEDIDOS.
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-RELFILA
               PERFORM LEIA-PROXIMO-RELFILA
               PERFORM LISTA-UM-PEDIDO
                       UNTIL FINAL-RELFILA IS EQUAL "S".
           CLOSE ARQUIVO-RELFILA.
           DISPLAY "PEDIDOS LISTADOS : " TOTAL-LISTADOS.

       LISTA-UM-PEDIDO.
           IF RELFILA-OPERADOR IS EQUAL OPERADOR-ID
               DISPLAY "PEDIDO " RELFILA-NUMERO " "
                       RELFILA-PROGRAMA " EM " RELFILA-DATA-PEDIDO
                       " SITUACAO " RELFILA-SITUACAO
               IF RELFILA-EXECUTADO
                   DISPLAY "  EXECUTADO EM " RELFILA-DATA-EXECUCAO
                           " - " RELFILA-LINHAS " LINHAS NA COPIA "
                           RELFILA-COPIA " (PROG138)"
               END-IF
               IF RELFILA-FALHOU
                   DISPLAY "  FALHOU EM " RELFILA-DATA-EXECUCAO
                           " - " RELFILA-MOTIVO
               END-IF
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-RELFILA.
