       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG162.

      *    INVENTARIO FISICO DE ESTOQUE - O CICLO TEM QUATRO PASSOS.
      *    (F) FICHAS DE CONTAGEM POR FAIXA DE CODIGO (CONTAGEM.REL),
      *    SEM O SALDO DO LIVRO, PARA A CONTAGEM SER CEGA. (C) A
      *    DIGITACAO DAS QUANTIDADES CONTADAS, QUE CONGELA O SALDO E
      *    O CUSTO MEDIO DO PRODUTO NAQUELE MOMENTO EM CONTAGEM.DAT.
      *    (D) O RELATORIO DE DIVERGENCIAS (DIVERINV.REL) EM
      *    QUANTIDADE E, PARA PRODUTO COM CUSTO MEDIO, EM VALOR.
      *    (E) A EFETIVACAO, SO COM LIBERACAO DE SUPERVISOR (NIVEL 3
      *    EM OPERADOR.DAT) - CADA DIFERENCA VIRA UM MOVIMENTO DE
      *    AJUSTE ("A") NO LIVRO ESTOQMOV.DAT COM O OPERADOR DA
      *    SESSAO, E O SALDO DO PRODUTO RECEBE A DIFERENCA (NAO A
      *    QUANTIDADE CONTADA), PRESERVANDO O QUE FOI MOVIMENTADO
      *    DEPOIS DA CONTAGEM. A CONTAGEM E OS AJUSTES VAO PARA A
      *    TRILHA DE AUDITORIA. SUBSTITUI A ENTRADA FICTICIA NO
      *    PROG97 QUE ERA O UNICO JEITO DE CORRIGIR O SALDO.
      *    2026-10-15 O ESTOQUE PASSOU A SER POR FILIAL - A SESSAO
      *    PEDE A FILIAL INVENTARIADA E OS QUATRO PASSOS SO TRATAM AS
      *    CONTAGENS DELA. O LIVRO CONGELADO E' O SALDO DA FILIAL
      *    (ESTFIL.DAT) E O AJUSTE ENTRA NELE PELA ROTINA PROG164.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPRODUTO.cob".
           COPY "SELCONTAG.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELAUDIT.cob".
           COPY "SELFILIAL.cob".

           SELECT ARQUIVO-FICHAS
           ASSIGN TO "CONTAGEM.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FICHAS-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "DIVERINV.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDCONTAG.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDAUDIT.cob".
           COPY "FDFILIAL.cob".

       FD  ARQUIVO-FICHAS.
       01  LINHA-FICHA             PIC X(80).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "SLDFILPARM.cob".

       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  CONTAG-ARQ-STATUS       PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FICHAS-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  FINAL-FILIAL            PIC X.
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-OPERADOR          PIC X.

       01  OPCAO-INVENTARIO        PIC X(01).
           88 OPCAO-FICHAS         VALUE "F".
           88 OPCAO-CONTAGEM       VALUE "C".
           88 OPCAO-DIVERGENCIAS   VALUE "D".
           88 OPCAO-EFETIVAR       VALUE "E".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  FILIAL-INVENTARIO       PIC 9(03).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  CODIGO-INICIAL          PIC 9(06).
       01  CODIGO-FINAL            PIC 9(06).
       01  CODIGO-INFORMADO        PIC 9(06).
       01  QUANTIDADE-INFORMADA    PIC 9(06).
       01  DIFERENCA               PIC S9(07).
       01  VALOR-DIFERENCA         PIC S9(10)V9(02).
       01  OPERACAO-CONTAGEM       PIC X(10).

       01  SUPERV-CODIGO           PIC X(10).
       01  SUPERV-SENHA            PIC X(10).
       01  SUPERV-OK-SW            PIC X(01).
           88 SUPERV-OK            VALUE "S".

       01  TOTAL-FICHAS            PIC 9(06) VALUE ZEROS.
       01  TOTAL-CONTADOS          PIC 9(06) VALUE ZEROS.
       01  TOTAL-PENDENTES         PIC 9(06) VALUE ZEROS.
       01  TOTAL-DIVERGENTES       PIC 9(06) VALUE ZEROS.
       01  TOTAL-SEM-CUSTO         PIC 9(06) VALUE ZEROS.
       01  TOTAL-AJUSTADOS         PIC 9(06) VALUE ZEROS.
       01  VALOR-SOBRAS            PIC 9(10)V9(02) VALUE ZEROS.
       01  VALOR-FALTAS            PIC 9(10)V9(02) VALUE ZEROS.

       01  SALDO-EDITADO           PIC ZZZ,ZZ9-.
       01  CONTADO-EDITADO         PIC ZZZ,ZZ9.
       01  DIFERENCA-EDITADA       PIC Z,ZZZ,ZZ9-.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-FICHA-DETALHE.
           05 FIC-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FIC-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FIC-UNIDADE          PIC X(03).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              "____________________".

       01  LINHA-DIVERGENCIA.
           05 DIV-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIV-DESCRICAO        PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIV-LIVRO            PIC ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIV-CONTADO          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIV-DIFERENCA        PIC Z,ZZZ,ZZ9-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DIV-VALOR            PIC ZZ,ZZZ,ZZ9.99-.
           05 DIV-VALOR-X REDEFINES DIV-VALOR PIC X(14).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- INVENTARIO FISICO DE ESTOQUE ----".
           PERFORM PEDE-OPERADOR.
           MOVE "N" TO FILIAL-ACHADA-SW.
           PERFORM PEDE-FILIAL-INVENTARIO
                   UNTIL FILIAL-ACHADA.
           PERFORM ABRE-ARQUIVO-PRODUTO.
           PERFORM ABRE-ARQUIVO-CONTAG.

           MOVE SPACE TO OPCAO-INVENTARIO.
           PERFORM EXECUTA-INVENTARIO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-CONTAG.
           CLOSE ARQUIVO-PRODUTO.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO - VAI EM
      *    CADA CONTAGEM, EM CADA AJUSTE E NA AUDITORIA.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    A FILIAL INVENTARIADA PRECISA EXISTIR E ESTAR ATIVA NO
      *    CADASTRO DE FILIAIS - COM O CADASTRO AINDA VAZIO VALE O
      *    CODIGO INFORMADO.
       PEDE-FILIAL-INVENTARIO.
           DISPLAY "FILIAL INVENTARIADA : ".
           MOVE ZEROS TO FILIAL-INVENTARIO.
           ACCEPT FILIAL-INVENTARIO.
           IF FILIAL-INVENTARIO IS NOT NUMERIC
               MOVE ZEROS TO FILIAL-INVENTARIO.
           MOVE "N" TO FINAL-FILIAL.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               PERFORM LEIA-PROXIMA-FILIAL
               IF FINAL-FILIAL IS EQUAL "S"
                   MOVE "S" TO FILIAL-ACHADA-SW
               ELSE
                   PERFORM PROCURA-FILIAL-INVENTARIO
                           UNTIL FINAL-FILIAL IS EQUAL "S"
                           OR FILIAL-ACHADA
           ELSE
               MOVE "S" TO FILIAL-ACHADA-SW.
           CLOSE ARQUIVO-FILIAL.
           IF NOT FILIAL-ACHADA
               DISPLAY "FILIAL " FILIAL-INVENTARIO " INEXISTENTE OU "
                       "INATIVA (PROG151).".

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       PROCURA-FILIAL-INVENTARIO.
           IF FILIAL-CODIGO IS EQUAL FILIAL-INVENTARIO
                   AND FILIAL-ATIVA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-FILIAL.

      *    SEM CADASTRO DE PRODUTOS NAO HA O QUE CONTAR.
       ABRE-ARQUIVO-PRODUTO.
           OPEN I-O ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-CONTAG.
           OPEN I-O ARQUIVO-CONTAG.
           IF CONTAG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-CONTAG
               CLOSE ARQUIVO-CONTAG
               OPEN I-O ARQUIVO-CONTAG.
           IF CONTAG-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CONTAGEM - "
                       "STATUS : " CONTAG-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               CLOSE ARQUIVO-PRODUTO
               STOP RUN.

       EXECUTA-INVENTARIO.
           DISPLAY "OPCAO - (F)ICHAS (C)ONTAGEM (D)IVERGENCIAS "
                   "(E)FETIVAR AJUSTES (S)AIR : ".
           MOVE SPACE TO OPCAO-INVENTARIO.
           ACCEPT OPCAO-INVENTARIO.
           IF OPCAO-INVENTARIO IS EQUAL "f"
               MOVE "F" TO OPCAO-INVENTARIO.
           IF OPCAO-INVENTARIO IS EQUAL "c"
               MOVE "C" TO OPCAO-INVENTARIO.
           IF OPCAO-INVENTARIO IS EQUAL "d"
               MOVE "D" TO OPCAO-INVENTARIO.
           IF OPCAO-INVENTARIO IS EQUAL "e"
               MOVE "E" TO OPCAO-INVENTARIO.
           IF OPCAO-INVENTARIO IS EQUAL "s"
               MOVE "S" TO OPCAO-INVENTARIO.
           IF OPCAO-FICHAS
               PERFORM EMITE-FICHAS-CONTAGEM.
           IF OPCAO-CONTAGEM
               PERFORM DIGITA-CONTAGEM.
           IF OPCAO-DIVERGENCIAS
               PERFORM EMITE-DIVERGENCIAS.
           IF OPCAO-EFETIVAR
               PERFORM EFETIVA-AJUSTES.

      *===============================================================
      *    (F) FICHAS DE CONTAGEM - PRODUTOS ATIVOS DA FAIXA, COM
      *    ESPACO PARA A QUANTIDADE CONTADA E SEM O SALDO DO LIVRO.
      *===============================================================
       EMITE-FICHAS-CONTAGEM.
           DISPLAY "PRODUTO INICIAL (ENTER = PRIMEIRO) : ".
           MOVE ZEROS TO CODIGO-INICIAL.
           ACCEPT CODIGO-INICIAL.
           IF CODIGO-INICIAL IS NOT NUMERIC
               MOVE ZEROS TO CODIGO-INICIAL.
           DISPLAY "PRODUTO FINAL (ENTER = ULTIMO) : ".
           MOVE ZEROS TO CODIGO-FINAL.
           ACCEPT CODIGO-FINAL.
           IF CODIGO-FINAL IS NOT NUMERIC
                   OR CODIGO-FINAL IS EQUAL ZEROS
               MOVE 999999 TO CODIGO-FINAL.

           MOVE ZEROS TO TOTAL-FICHAS.
           OPEN OUTPUT ARQUIVO-FICHAS.
           MOVE SPACES TO LINHA-FICHA.
           STRING "FICHAS DE CONTAGEM FISICA - " DATA-CORRENTE-DIA
                  "/" DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  " - FILIAL " FILIAL-INVENTARIO
                  " - PRODUTOS " CODIGO-INICIAL " A " CODIGO-FINAL
                  DELIMITED BY SIZE
             INTO LINHA-FICHA.
           WRITE LINHA-FICHA.
           MOVE SPACES TO LINHA-FICHA.
           STRING "CODIGO  DESCRICAO                       UNID"
                  "    QUANTIDADE CONTADA"
                  DELIMITED BY SIZE INTO LINHA-FICHA.
           WRITE LINHA-FICHA.

           MOVE CODIGO-INICIAL TO PRODUTO-CODIGO.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-PRODUTO KEY IS NOT LESS THAN PRODUTO-CODIGO
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PRODUTO.
           PERFORM IMPRIME-UMA-FICHA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

           MOVE SPACES TO LINHA-FICHA.
           WRITE LINHA-FICHA.
           MOVE SPACES TO LINHA-FICHA.
           STRING "PRODUTOS NAS FICHAS : " TOTAL-FICHAS
                  "     CONTADO POR : ____________________"
                  DELIMITED BY SIZE INTO LINHA-FICHA.
           WRITE LINHA-FICHA.
           CLOSE ARQUIVO-FICHAS.
           DISPLAY TOTAL-FICHAS " PRODUTO(S) EM CONTAGEM.REL.".

       LEIA-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       IMPRIME-UMA-FICHA.
           IF PRODUTO-CODIGO IS GREATER THAN CODIGO-FINAL
               MOVE "S" TO FINAL-ARQUIVO
           ELSE
               IF PRODUTO-ATIVO
                   MOVE PRODUTO-CODIGO    TO FIC-PRODUTO
                   MOVE PRODUTO-DESCRICAO TO FIC-DESCRICAO
                   MOVE PRODUTO-UNIDADE   TO FIC-UNIDADE
                   MOVE LINHA-FICHA-DETALHE TO LINHA-FICHA
                   WRITE LINHA-FICHA
                   ADD 1 TO TOTAL-FICHAS
               END-IF
               PERFORM LEIA-PROXIMO-PRODUTO.

      *===============================================================
      *    (C) DIGITACAO DA CONTAGEM - CADA PRODUTO DIGITADO CONGELA
      *    O SALDO DA FILIAL E O CUSTO MEDIO. DIGITAR DE NOVO UM
      *    PRODUTO AINDA PENDENTE E' RECONTAGEM E SUBSTITUI A
      *    ANTERIOR. CODIGO ZERO ENCERRA.
      *===============================================================
       DIGITA-CONTAGEM.
           MOVE ZEROS TO TOTAL-CONTADOS.
           MOVE 1 TO CODIGO-INFORMADO.
           PERFORM DIGITA-UM-PRODUTO
                   UNTIL CODIGO-INFORMADO IS EQUAL ZEROS.
           DISPLAY "PRODUTOS CONTADOS NESTA DIGITACAO : "
                   TOTAL-CONTADOS.

       DIGITA-UM-PRODUTO.
           DISPLAY "CODIGO DO PRODUTO (ZERO ENCERRA) : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           IF CODIGO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO CODIGO-INFORMADO.
           IF CODIGO-INFORMADO IS NOT EQUAL ZEROS
               MOVE CODIGO-INFORMADO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                    INVALID KEY
                    DISPLAY "PRODUTO " PRODUTO-CODIGO " NAO "
                            "CADASTRADO - CONTAGEM NAO REGISTRADA."
                    NOT INVALID KEY
                    PERFORM CAPTURA-QUANTIDADE-CONTADA.

       CAPTURA-QUANTIDADE-CONTADA.
           DISPLAY PRODUTO-DESCRICAO " (" PRODUTO-UNIDADE ")".
           DISPLAY "QUANTIDADE CONTADA : ".
           MOVE ZEROS TO QUANTIDADE-INFORMADA.
           ACCEPT QUANTIDADE-INFORMADA.
           IF QUANTIDADE-INFORMADA IS NOT NUMERIC
               DISPLAY "QUANTIDADE INVALIDA - CONTAGEM NAO "
                       "REGISTRADA."
           ELSE
               PERFORM GRAVA-CONTAGEM.

       GRAVA-CONTAGEM.
           MOVE "CONTAGEM" TO OPERACAO-CONTAGEM.
           MOVE FILIAL-INVENTARIO TO CONTAG-FILIAL.
           MOVE PRODUTO-CODIGO TO CONTAG-PRODUTO.
           READ ARQUIVO-CONTAG
                INVALID KEY
                MOVE SPACE TO CONTAG-SITUACAO.
           IF CONTAG-PENDENTE
               MOVE "RECONTAGEM" TO OPERACAO-CONTAGEM
               DISPLAY "PRODUTO JA CONTADO - A RECONTAGEM SUBSTITUI "
                       "A ANTERIOR.".
           MOVE "C"                   TO SLDFIL-FUNCAO.
           MOVE FILIAL-INVENTARIO     TO SLDFIL-FILIAL.
           MOVE PRODUTO-CODIGO        TO SLDFIL-PRODUTO.
           MOVE ZEROS                 TO SLDFIL-QUANTIDADE.
           CALL "PROG164" USING SLDFIL-PARAMETROS.
           MOVE FILIAL-INVENTARIO     TO CONTAG-FILIAL.
           MOVE PRODUTO-CODIGO        TO CONTAG-PRODUTO.
           MOVE DATA-CORRENTE         TO CONTAG-DATA.
           MOVE SLDFIL-SALDO          TO CONTAG-SALDO-LIVRO.
           MOVE PRODUTO-CUSTO-MEDIO   TO CONTAG-CUSTO-MEDIO.
           MOVE QUANTIDADE-INFORMADA  TO CONTAG-QUANTIDADE.
           MOVE OPERADOR-ID           TO CONTAG-OPERADOR.
           IF CONTAG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO CONTAG-SITUACAO
               REWRITE CONTAG-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A CONTAGEM - "
                               "STATUS : " CONTAG-ARQ-STATUS
           ELSE
               MOVE "P" TO CONTAG-SITUACAO
               WRITE CONTAG-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A CONTAGEM - "
                             "STATUS : " CONTAG-ARQ-STATUS.
           IF CONTAG-ARQ-STATUS IS EQUAL "00"
               ADD 1 TO TOTAL-CONTADOS
               PERFORM REGISTRA-AUDITORIA-CONTAGEM.

       REGISTRA-AUDITORIA-CONTAGEM.
           MOVE "PRODUTO"          TO AUDIT-ENTIDADE.
           MOVE PRODUTO-CODIGO     TO AUDIT-CODIGO.
           MOVE OPERACAO-CONTAGEM  TO AUDIT-OPERACAO.
           MOVE CONTAG-SALDO-LIVRO TO SALDO-EDITADO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "CONTADO " CONTAG-QUANTIDADE
                  " LIVRO " SALDO-EDITADO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    (D) DIVERGENCIAS - TODA CONTAGEM PENDENTE COM DIFERENCA
      *    ENTRE O CONTADO E O LIVRO CONGELADO. O VALOR E' A
      *    DIFERENCA PELO CUSTO MEDIO CONGELADO - PRODUTO SEM CUSTO
      *    SAI SO EM QUANTIDADE.
      *===============================================================
       EMITE-DIVERGENCIAS.
           MOVE ZEROS TO TOTAL-PENDENTES.
           MOVE ZEROS TO TOTAL-DIVERGENTES.
           MOVE ZEROS TO TOTAL-SEM-CUSTO.
           MOVE ZEROS TO VALOR-SOBRAS.
           MOVE ZEROS TO VALOR-FALTAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIVERGENCIAS DO INVENTARIO FISICO - "
                  DATA-CORRENTE-DIA "/" DATA-CORRENTE-MES "/"
                  DATA-CORRENTE-ANO " - FILIAL " FILIAL-INVENTARIO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO DESCRICAO               LIVRO CONTADO "
                  "DIFERENCA          VALOR"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM POSICIONA-INICIO-CONTAG.
           PERFORM IMPRIME-UMA-DIVERGENCIA
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTAGENS PENDENTES : " TOTAL-PENDENTES
                  "   COM DIFERENCA : " TOTAL-DIVERGENTES
                  "   SEM CUSTO : " TOTAL-SEM-CUSTO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE VALOR-SOBRAS TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR DAS SOBRAS : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE VALOR-FALTAS TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR DAS FALTAS : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "CONTAGENS PENDENTES : " TOTAL-PENDENTES
                   "  COM DIFERENCA : " TOTAL-DIVERGENTES.
           DISPLAY "RELATORIO GRAVADO EM DIVERINV.REL.".

      *    O ARQUIVO E' PERCORRIDO DESDE O PRIMEIRO CODIGO DA FILIAL
      *    INVENTARIADA ATE A PRIMEIRA CHAVE DE OUTRA FILIAL.
       POSICIONA-INICIO-CONTAG.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE FILIAL-INVENTARIO TO CONTAG-FILIAL.
           MOVE ZEROS TO CONTAG-PRODUTO.
           START ARQUIVO-CONTAG KEY IS NOT LESS THAN CONTAG-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-CONTAGEM.

       LEIA-PROXIMA-CONTAGEM.
           READ ARQUIVO-CONTAG NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
                   AND CONTAG-FILIAL IS NOT EQUAL FILIAL-INVENTARIO
               MOVE "S" TO FINAL-ARQUIVO.

       IMPRIME-UMA-DIVERGENCIA.
           IF CONTAG-PENDENTE
               ADD 1 TO TOTAL-PENDENTES
               COMPUTE DIFERENCA =
                       CONTAG-QUANTIDADE - CONTAG-SALDO-LIVRO
               IF DIFERENCA IS NOT EQUAL ZEROS
                   ADD 1 TO TOTAL-DIVERGENTES
                   PERFORM IMPRIME-LINHA-DIVERGENCIA.
           PERFORM LEIA-PROXIMA-CONTAGEM.

       IMPRIME-LINHA-DIVERGENCIA.
           MOVE CONTAG-PRODUTO TO DIV-PRODUTO.
           MOVE CONTAG-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "NAO CADASTRADO" TO DIV-DESCRICAO
                NOT INVALID KEY
                MOVE PRODUTO-DESCRICAO TO DIV-DESCRICAO.
           MOVE CONTAG-SALDO-LIVRO TO DIV-LIVRO.
           MOVE CONTAG-QUANTIDADE  TO DIV-CONTADO.
           MOVE DIFERENCA          TO DIV-DIFERENCA.
           IF CONTAG-CUSTO-MEDIO IS EQUAL ZEROS
               ADD 1 TO TOTAL-SEM-CUSTO
               MOVE "     SEM CUSTO" TO DIV-VALOR-X
           ELSE
               COMPUTE VALOR-DIFERENCA ROUNDED =
                       DIFERENCA * CONTAG-CUSTO-MEDIO
               MOVE VALOR-DIFERENCA TO DIV-VALOR
               IF VALOR-DIFERENCA IS GREATER THAN ZEROS
                   ADD VALOR-DIFERENCA TO VALOR-SOBRAS
               ELSE
                   SUBTRACT VALOR-DIFERENCA FROM VALOR-FALTAS.
           MOVE LINHA-DIVERGENCIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *===============================================================
      *    (E) EFETIVACAO DOS AJUSTES - SO COM SUPERVISOR. CADA
      *    CONTAGEM PENDENTE COM DIFERENCA SOMA A DIFERENCA AO SALDO
      *    ATUAL DO PRODUTO E GRAVA O MOVIMENTO DE AJUSTE; TODAS AS
      *    PENDENTES PASSAM A AJUSTADAS.
      *===============================================================
       EFETIVA-AJUSTES.
           PERFORM PEDE-LIBERACAO-SUPERVISOR.
           IF NOT SUPERV-OK
               DISPLAY "AJUSTES NAO EFETIVADOS."
           ELSE
               MOVE ZEROS TO TOTAL-AJUSTADOS
               MOVE ZEROS TO TOTAL-PENDENTES
               PERFORM POSICIONA-INICIO-CONTAG
               PERFORM EFETIVA-UMA-CONTAGEM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               DISPLAY "CONTAGENS ENCERRADAS : " TOTAL-PENDENTES
                       "  AJUSTES GRAVADOS : " TOTAL-AJUSTADOS.

      *    A EFETIVACAO EXIGE CODIGO E SENHA DE UM OPERADOR ATIVO DE
      *    NIVEL 3 (SUPERVISOR) - CODIGO EM BRANCO DESISTE.
       PEDE-LIBERACAO-SUPERVISOR.
           MOVE "N" TO SUPERV-OK-SW.
           DISPLAY "EFETIVACAO EXIGE SUPERVISOR - OPERADOR (BRANCO "
                   "DESISTE) : ".
           MOVE SPACES TO SUPERV-CODIGO.
           ACCEPT SUPERV-CODIGO.
           IF SUPERV-CODIGO IS NOT EQUAL SPACES
               DISPLAY "SENHA : "
               MOVE SPACES TO SUPERV-SENHA
               ACCEPT SUPERV-SENHA
               PERFORM VALIDA-SUPERVISOR
               IF NOT SUPERV-OK
                   DISPLAY "OPERADOR NAO E' SUPERVISOR ATIVO OU "
                           "SENHA INVALIDA - EFETIVACAO NEGADA.".

       VALIDA-SUPERVISOR.
           MOVE "N" TO SUPERV-OK-SW.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS NOT EQUAL "00"
               CLOSE ARQUIVO-OPERADOR
           ELSE
               MOVE "N" TO FINAL-OPERADOR
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM COMPARA-SUPERVISOR
                       UNTIL SUPERV-OK
                       OR FINAL-OPERADOR IS EQUAL "S"
               CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-SUPERVISOR.
           IF OPERADOR-CODIGO IS EQUAL SUPERV-CODIGO
                   AND OPERADOR-SENHA IS EQUAL SUPERV-SENHA
                   AND OPERADOR-SUPERVISOR
                   AND OPERADOR-ATIVO
               MOVE "S" TO SUPERV-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

       EFETIVA-UMA-CONTAGEM.
           IF CONTAG-PENDENTE
               COMPUTE DIFERENCA =
                       CONTAG-QUANTIDADE - CONTAG-SALDO-LIVRO
               IF DIFERENCA IS EQUAL ZEROS
                   PERFORM ENCERRA-CONTAGEM
               ELSE
                   PERFORM AJUSTA-SALDO-DO-PRODUTO.
           PERFORM LEIA-PROXIMA-CONTAGEM.

      *    PRODUTO QUE SAIU DO CADASTRO DEPOIS DA CONTAGEM NAO TEM
      *    SALDO A AJUSTAR - A CONTAGEM FICA PENDENTE E E' AVISADA.
       AJUSTA-SALDO-DO-PRODUTO.
           MOVE CONTAG-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                DISPLAY "PRODUTO " PRODUTO-CODIGO " NAO ESTA MAIS NO "
                        "CADASTRO - AJUSTE NAO APLICADO."
                NOT INVALID KEY
                ADD DIFERENCA TO PRODUTO-SALDO-ESTOQUE
                REWRITE PRODUTO-REGISTRO
                MOVE "M" TO SLDFIL-FUNCAO
                MOVE FILIAL-INVENTARIO TO SLDFIL-FILIAL
                MOVE PRODUTO-CODIGO TO SLDFIL-PRODUTO
                MOVE DIFERENCA TO SLDFIL-QUANTIDADE
                CALL "PROG164" USING SLDFIL-PARAMETROS
                PERFORM GRAVA-MOVIMENTO-AJUSTE
                PERFORM REGISTRA-AUDITORIA-AJUSTE
                ADD 1 TO TOTAL-AJUSTADOS
                PERFORM ENCERRA-CONTAGEM.

       ENCERRA-CONTAGEM.
           MOVE "A" TO CONTAG-SITUACAO.
           REWRITE CONTAG-REGISTRO
                   INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A CONTAGEM - STATUS : "
                           CONTAG-ARQ-STATUS.
           ADD 1 TO TOTAL-PENDENTES.

      *    O AJUSTE E' VALORIZADO PELO CUSTO MEDIO CONGELADO NA
      *    CONTAGEM, O MESMO DO RELATORIO DE DIVERGENCIAS.
       GRAVA-MOVIMENTO-AJUSTE.
           MOVE PRODUTO-CODIGO     TO ESTOQMOV-PRODUTO.
           ACCEPT ESTOQMOV-DATA FROM DATE YYYYMMDD.
           MOVE "A"                TO ESTOQMOV-TIPO.
           MOVE DIFERENCA          TO ESTOQMOV-QUANTIDADE.
           MOVE ZEROS              TO ESTOQMOV-NOTA.
           MOVE OPERADOR-ID        TO ESTOQMOV-OPERADOR.
           MOVE CONTAG-CUSTO-MEDIO TO ESTOQMOV-CUSTO-UNIT.
           MOVE FILIAL-INVENTARIO  TO ESTOQMOV-FILIAL.
           OPEN EXTEND ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ESTOQMOV.
           WRITE ESTOQMOV-REGISTRO.
           CLOSE ARQUIVO-ESTOQMOV.

       REGISTRA-AUDITORIA-AJUSTE.
           MOVE "PRODUTO"      TO AUDIT-ENTIDADE.
           MOVE PRODUTO-CODIGO TO AUDIT-CODIGO.
           MOVE "AJUSTE-INV"   TO AUDIT-OPERACAO.
           MOVE DIFERENCA      TO DIFERENCA-EDITADA.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "AJUSTE " DIFERENCA-EDITADA " LIB "
                  SUPERV-CODIGO
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG162" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
