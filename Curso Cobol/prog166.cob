       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG166.

      *    MANUTENCAO DAS LISTAS DE PRECO E DOS DESCONTOS POR
      *    QUANTIDADE USADOS NA EMISSAO DE NOTAS (PROG59). (L) CADA
      *    LISTA TEM NOME, VALIDADE E SITUACAO (LSTPRECO.DAT); (P) O
      *    PRECO DE CADA PRODUTO NA LISTA FICA EM TABPRECO.DAT -
      *    PRODUTO FORA DA LISTA SAI PELO PRECO DO CADASTRO; (Q) AS
      *    FAIXAS DE DESCONTO POR QUANTIDADE SAO POR PRODUTO
      *    (DESCQTD.DAT) E VALEM SOBRE QUALQUER PRECO; (A) A LISTA E'
      *    ATRIBUIDA AO CLIENTE OU, COMO PADRAO, A FILIAL
      *    (ATRLISTA.DAT). (C) CONSULTA UMA LISTA COM OS PRECOS EM
      *    TABPRECO.REL. TODA ALTERACAO VAI PARA A TRILHA DE
      *    AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELLSTPRC.cob".
           COPY "SELTABPRC.cob".
           COPY "SELDESCQTD.cob".
           COPY "SELATRLST.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELFILIAL.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "TABPRECO.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDLSTPRC.cob".
           COPY "FDTABPRC.cob".
           COPY "FDDESCQTD.cob".
           COPY "FDATRLST.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFILIAL.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  LSTPRC-ARQ-STATUS       PIC X(02).
       01  TABPRC-ARQ-STATUS       PIC X(02).
       01  DESCQTD-ARQ-STATUS      PIC X(02).
       01  ATRLST-ARQ-STATUS       PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-FILIAL            PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-LISTA          VALUE "L".
           88 OPCAO-PRECO          VALUE "P".
           88 OPCAO-QUANTIDADE     VALUE "Q".
           88 OPCAO-ATRIBUIR       VALUE "A".
           88 OPCAO-CONSULTAR      VALUE "C".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.

       01  LISTA-INFORMADA         PIC 9(03).
       01  NOME-INFORMADO          PIC X(25).
       01  DATA-INFORMADA          PIC X(08).
       01  SITUACAO-INFORMADA      PIC X(01).
       01  PRODUTO-INFORMADO       PIC 9(06).
       01  PRECO-INFORMADO         PIC 9(06)V9(02).
       01  QTD-MINIMA-INFORMADA    PIC 9(04).
       01  PERCENTUAL-INFORMADO    PIC 9(02)V9(02).
       01  TIPO-INFORMADO          PIC X(01).
       01  CODIGO-INFORMADO        PIC 9(06).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  REGISTRO-EXISTE-SW      PIC X(01).
           88 REGISTRO-EXISTE      VALUE "S".
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".

       01  PRECO-EDITADO           PIC $ZZZ,ZZ9.99.
       01  PERCENTUAL-EDITADO      PIC Z9.99.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

           COPY "DTVALPARM.cob".

       01  LINHA-PRECO.
           05 LIN-PRODUTO          PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-PRECO-CADASTRO   PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LIN-PRECO-LISTA      PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- LISTAS DE PRECO E DESCONTOS ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-LSTPRC.
           PERFORM ABRE-ARQUIVO-TABPRC.
           PERFORM ABRE-ARQUIVO-DESCQTD.
           PERFORM ABRE-ARQUIVO-ATRLST.
           PERFORM ABRE-CADASTROS.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-LSTPRC.
           CLOSE ARQUIVO-TABPRC.
           CLOSE ARQUIVO-DESCQTD.
           CLOSE ARQUIVO-ATRLST.
           CLOSE ARQUIVO-PRODUTO.
           CLOSE ARQUIVO-CLIENTE.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-LSTPRC.
           OPEN I-O ARQUIVO-LSTPRC.
           IF LSTPRC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-LSTPRC
               CLOSE ARQUIVO-LSTPRC
               OPEN I-O ARQUIVO-LSTPRC.
           IF LSTPRC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AS LISTAS DE PRECO - STATUS : "
                       LSTPRC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       ABRE-ARQUIVO-TABPRC.
           OPEN I-O ARQUIVO-TABPRC.
           IF TABPRC-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-TABPRC
               CLOSE ARQUIVO-TABPRC
               OPEN I-O ARQUIVO-TABPRC.
           IF TABPRC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR OS PRECOS DAS LISTAS - STATUS : "
                       TABPRC-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       ABRE-ARQUIVO-DESCQTD.
           OPEN I-O ARQUIVO-DESCQTD.
           IF DESCQTD-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-DESCQTD
               CLOSE ARQUIVO-DESCQTD
               OPEN I-O ARQUIVO-DESCQTD.
           IF DESCQTD-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR OS DESCONTOS POR QUANTIDADE - "
                       "STATUS : " DESCQTD-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       ABRE-ARQUIVO-ATRLST.
           OPEN I-O ARQUIVO-ATRLST.
           IF ATRLST-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ATRLST
               CLOSE ARQUIVO-ATRLST
               OPEN I-O ARQUIVO-ATRLST.
           IF ATRLST-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A ATRIBUICAO DE LISTAS - "
                       "STATUS : " ATRLST-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

      *    PRODUTOS E CLIENTES SO SAO CONSULTADOS, PARA VALIDAR O QUE
      *    FOR DIGITADO.
       ABRE-CADASTROS.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DE PRODUTOS - "
                       "STATUS : " PRODUTO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE CLIENTES - STATUS : "
                       CLIENTE-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (L)ISTA (P)RECO NA LISTA (Q)UANTIDADE "
                   "(A)TRIBUIR (C)ONSULTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "p"
               MOVE "P" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "q"
               MOVE "Q" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "c"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-LISTA
               PERFORM MANTEM-LISTA.
           IF OPCAO-PRECO
               PERFORM MANTEM-PRECO-NA-LISTA.
           IF OPCAO-QUANTIDADE
               PERFORM MANTEM-DESCONTO-QUANTIDADE.
           IF OPCAO-ATRIBUIR
               PERFORM MANTEM-ATRIBUICAO.
           IF OPCAO-CONSULTAR
               PERFORM CONSULTA-LISTA.

      *===============================================================
      *    (L) CABECALHO DA LISTA - INCLUI OU ALTERA. CAMPOS EM
      *    BRANCO NA ALTERACAO MANTEM O VALOR ATUAL. LISTA NAO E'
      *    EXCLUIDA, APENAS INATIVADA.
      *===============================================================
       MANTEM-LISTA.
           DISPLAY "CODIGO DA LISTA (1 A 999) : ".
           MOVE ZEROS TO LISTA-INFORMADA.
           ACCEPT LISTA-INFORMADA.
           IF LISTA-INFORMADA IS NOT NUMERIC
                   OR LISTA-INFORMADA IS EQUAL ZEROS
               DISPLAY "CODIGO DE LISTA INVALIDO."
           ELSE
               MOVE LISTA-INFORMADA TO LSTPRC-CODIGO
               MOVE "S" TO REGISTRO-EXISTE-SW
               READ ARQUIVO-LSTPRC
                    INVALID KEY
                    MOVE "N" TO REGISTRO-EXISTE-SW
                    MOVE SPACES TO LSTPRC-REGISTRO
                    MOVE LISTA-INFORMADA TO LSTPRC-CODIGO
                    MOVE ZEROS TO LSTPRC-INICIO
                    MOVE ZEROS TO LSTPRC-FIM
                    MOVE "A" TO LSTPRC-SITUACAO
               END-READ
               PERFORM EXIBE-LISTA
               PERFORM CAPTURA-DADOS-LISTA
               IF DADOS-VALIDOS
                   PERFORM GRAVA-LISTA
               ELSE
                   DISPLAY "LISTA NAO GRAVADA.".

       EXIBE-LISTA.
           IF REGISTRO-EXISTE
               DISPLAY "LISTA " LSTPRC-CODIGO " " LSTPRC-NOME
                       " SITUACAO " LSTPRC-SITUACAO
               DISPLAY "VALIDADE : " LSTPRC-INICIO-DIA "/"
                       LSTPRC-INICIO-MES "/" LSTPRC-INICIO-ANO " A "
                       LSTPRC-FIM-DIA "/" LSTPRC-FIM-MES "/"
                       LSTPRC-FIM-ANO
           ELSE
               DISPLAY "LISTA NOVA.".

       CAPTURA-DADOS-LISTA.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "NOME DA LISTA : ".
           MOVE SPACES TO NOME-INFORMADO.
           ACCEPT NOME-INFORMADO.
           IF NOME-INFORMADO IS NOT EQUAL SPACES
               MOVE NOME-INFORMADO TO LSTPRC-NOME.
           IF LSTPRC-NOME IS EQUAL SPACES
               DISPLAY "O NOME DA LISTA E' OBRIGATORIO."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "INICIO DA VALIDADE (AAAAMMDD) : "
               MOVE SPACES TO DATA-INFORMADA
               ACCEPT DATA-INFORMADA
               IF DATA-INFORMADA IS NOT EQUAL SPACES
                   PERFORM VALIDA-DATA-INFORMADA
                   IF DTVAL-DATA-VALIDA
                       MOVE DATA-INFORMADA TO LSTPRC-INICIO
                   ELSE
                       MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS AND LSTPRC-INICIO IS EQUAL ZEROS
               DISPLAY "O INICIO DA VALIDADE E' OBRIGATORIO."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "FIM DA VALIDADE (AAAAMMDD - ZEROS = SEM FIM) : "
               MOVE SPACES TO DATA-INFORMADA
               ACCEPT DATA-INFORMADA
               IF DATA-INFORMADA IS EQUAL "00000000"
                   MOVE ZEROS TO LSTPRC-FIM
               ELSE
                   IF DATA-INFORMADA IS NOT EQUAL SPACES
                       PERFORM VALIDA-DATA-INFORMADA
                       IF DTVAL-DATA-VALIDA
                           MOVE DATA-INFORMADA TO LSTPRC-FIM
                       ELSE
                           MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS AND LSTPRC-FIM IS NOT EQUAL ZEROS
                   AND LSTPRC-FIM IS LESS THAN LSTPRC-INICIO
               DISPLAY "FIM DA VALIDADE ANTERIOR AO INICIO."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "SITUACAO (A)TIVA (I)NATIVA : "
               MOVE SPACE TO SITUACAO-INFORMADA
               ACCEPT SITUACAO-INFORMADA
               IF SITUACAO-INFORMADA IS EQUAL "a"
                   MOVE "A" TO SITUACAO-INFORMADA
               END-IF
               IF SITUACAO-INFORMADA IS EQUAL "i"
                   MOVE "I" TO SITUACAO-INFORMADA
               END-IF
               IF SITUACAO-INFORMADA IS EQUAL "A"
                       OR SITUACAO-INFORMADA IS EQUAL "I"
                   MOVE SITUACAO-INFORMADA TO LSTPRC-SITUACAO.

       VALIDA-DATA-INFORMADA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-INFORMADA TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA INVALIDA - CONFIRA O CALENDARIO.".

       GRAVA-LISTA.
           IF REGISTRO-EXISTE
               REWRITE LSTPRC-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A LISTA - STATUS : "
                               LSTPRC-ARQ-STATUS
               END-REWRITE
               MOVE "ALTERACAO" TO AUDIT-OPERACAO
           ELSE
               WRITE LSTPRC-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A LISTA - STATUS : "
                             LSTPRC-ARQ-STATUS
               END-WRITE
               MOVE "INCLUSAO" TO AUDIT-OPERACAO.
           IF LSTPRC-ARQ-STATUS IS EQUAL "00"
               DISPLAY "LISTA " LSTPRC-CODIGO " GRAVADA."
               MOVE "LISTAPRECO" TO AUDIT-ENTIDADE
               MOVE LSTPRC-CODIGO TO AUDIT-CODIGO
               MOVE SPACES TO AUDIT-DESCRICAO
               STRING LSTPRC-NOME " " LSTPRC-INICIO " A " LSTPRC-FIM
                      " " LSTPRC-SITUACAO
                      DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
               PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    (P) PRECO DE UM PRODUTO NUMA LISTA - PRECO ZERO TIRA O
      *    PRODUTO DA LISTA (VOLTA AO PRECO DO CADASTRO).
      *===============================================================
       MANTEM-PRECO-NA-LISTA.
           PERFORM PEDE-LISTA-EXISTENTE.
           IF DADOS-VALIDOS
               PERFORM PEDE-PRODUTO-EXISTENTE.
           IF DADOS-VALIDOS
               MOVE LISTA-INFORMADA TO TABPRC-LISTA
               MOVE PRODUTO-INFORMADO TO TABPRC-PRODUTO
               MOVE "S" TO REGISTRO-EXISTE-SW
               READ ARQUIVO-TABPRC
                    INVALID KEY
                    MOVE "N" TO REGISTRO-EXISTE-SW
                    MOVE ZEROS TO TABPRC-PRECO
               END-READ
               MOVE PRODUTO-PRECO TO PRECO-EDITADO
               DISPLAY PRODUTO-DESCRICAO " - PRECO DO CADASTRO "
                       PRECO-EDITADO
               MOVE TABPRC-PRECO TO PRECO-EDITADO
               DISPLAY "PRECO ATUAL NA LISTA : " PRECO-EDITADO
               DISPLAY "NOVO PRECO NA LISTA (ZERO RETIRA) : "
               MOVE ZEROS TO PRECO-INFORMADO
               ACCEPT PRECO-INFORMADO
               IF PRECO-INFORMADO IS NOT NUMERIC
                   MOVE ZEROS TO PRECO-INFORMADO
               END-IF
               PERFORM GRAVA-PRECO-NA-LISTA.

       GRAVA-PRECO-NA-LISTA.
           MOVE "N" TO DADOS-VALIDOS-SW.
           IF PRECO-INFORMADO IS EQUAL ZEROS
               IF REGISTRO-EXISTE
                   DELETE ARQUIVO-TABPRC RECORD
                   MOVE "EXCLUSAO" TO AUDIT-OPERACAO
                   MOVE "S" TO DADOS-VALIDOS-SW
               ELSE
                   DISPLAY "PRODUTO NAO ESTA NA LISTA."
           ELSE
               MOVE PRECO-INFORMADO TO TABPRC-PRECO
               IF REGISTRO-EXISTE
                   REWRITE TABPRC-REGISTRO
                   MOVE "ALTERACAO" TO AUDIT-OPERACAO
               ELSE
                   WRITE TABPRC-REGISTRO
                   MOVE "INCLUSAO" TO AUDIT-OPERACAO
               END-IF
               MOVE "S" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS AND TABPRC-ARQ-STATUS IS EQUAL "00"
               DISPLAY "PRECO DA LISTA ATUALIZADO."
               MOVE "TABPRECO" TO AUDIT-ENTIDADE
               MOVE PRODUTO-INFORMADO TO AUDIT-CODIGO
               MOVE PRECO-INFORMADO TO PRECO-EDITADO
               MOVE SPACES TO AUDIT-DESCRICAO
               STRING "LISTA " LISTA-INFORMADA " PRECO "
                      PRECO-EDITADO
                      DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
               PERFORM GRAVA-AUDITORIA.

       PEDE-LISTA-EXISTENTE.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "CODIGO DA LISTA : ".
           MOVE ZEROS TO LISTA-INFORMADA.
           ACCEPT LISTA-INFORMADA.
           MOVE LISTA-INFORMADA TO LSTPRC-CODIGO.
           READ ARQUIVO-LSTPRC
                INVALID KEY
                DISPLAY "LISTA " LISTA-INFORMADA " NAO CADASTRADA."
                MOVE "N" TO DADOS-VALIDOS-SW
                NOT INVALID KEY
                DISPLAY "LISTA " LSTPRC-CODIGO " " LSTPRC-NOME.

       PEDE-PRODUTO-EXISTENTE.
           DISPLAY "CODIGO DO PRODUTO : ".
           MOVE ZEROS TO PRODUTO-INFORMADO.
           ACCEPT PRODUTO-INFORMADO.
           MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                DISPLAY "PRODUTO " PRODUTO-INFORMADO
                        " NAO CADASTRADO (VER PROG96)."
                MOVE "N" TO DADOS-VALIDOS-SW.

      *===============================================================
      *    (Q) FAIXA DE DESCONTO POR QUANTIDADE DE UM PRODUTO -
      *    PERCENTUAL ZERO EXCLUI A FAIXA.
      *===============================================================
       MANTEM-DESCONTO-QUANTIDADE.
           MOVE "S" TO DADOS-VALIDOS-SW.
           PERFORM PEDE-PRODUTO-EXISTENTE.
           IF DADOS-VALIDOS
               PERFORM EXIBE-FAIXAS-DO-PRODUTO
               DISPLAY "QUANTIDADE MINIMA DA FAIXA : "
               MOVE ZEROS TO QTD-MINIMA-INFORMADA
               ACCEPT QTD-MINIMA-INFORMADA
               IF QTD-MINIMA-INFORMADA IS NOT NUMERIC
                       OR QTD-MINIMA-INFORMADA IS LESS THAN 2
                   DISPLAY "A FAIXA COMECA EM PELO MENOS 2 UNIDADES."
                   MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "PERCENTUAL DE DESCONTO (ZERO EXCLUI) : "
               MOVE ZEROS TO PERCENTUAL-INFORMADO
               ACCEPT PERCENTUAL-INFORMADO
               IF PERCENTUAL-INFORMADO IS NOT NUMERIC
                   MOVE ZEROS TO PERCENTUAL-INFORMADO
               END-IF
               PERFORM GRAVA-FAIXA-DE-DESCONTO.

       EXIBE-FAIXAS-DO-PRODUTO.
           DISPLAY PRODUTO-DESCRICAO " - FAIXAS ATUAIS :".
           MOVE PRODUTO-INFORMADO TO DESCQTD-PRODUTO.
           MOVE ZEROS TO DESCQTD-QTD-MINIMA.
           START ARQUIVO-DESCQTD KEY IS NOT LESS THAN DESCQTD-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-FAIXA
               PERFORM EXIBE-UMA-FAIXA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".

       LEIA-PROXIMA-FAIXA.
           READ ARQUIVO-DESCQTD NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
                   AND DESCQTD-PRODUTO IS NOT EQUAL PRODUTO-INFORMADO
               MOVE "S" TO FINAL-ARQUIVO.

       EXIBE-UMA-FAIXA.
           MOVE DESCQTD-PERCENTUAL TO PERCENTUAL-EDITADO.
           DISPLAY "  A PARTIR DE " DESCQTD-QTD-MINIMA " : "
                   PERCENTUAL-EDITADO "%".
           PERFORM LEIA-PROXIMA-FAIXA.

       GRAVA-FAIXA-DE-DESCONTO.
           MOVE PRODUTO-INFORMADO    TO DESCQTD-PRODUTO.
           MOVE QTD-MINIMA-INFORMADA TO DESCQTD-QTD-MINIMA.
           MOVE "S" TO REGISTRO-EXISTE-SW.
           READ ARQUIVO-DESCQTD
                INVALID KEY
                MOVE "N" TO REGISTRO-EXISTE-SW.
           MOVE "N" TO DADOS-VALIDOS-SW.
           IF PERCENTUAL-INFORMADO IS EQUAL ZEROS
               IF REGISTRO-EXISTE
                   DELETE ARQUIVO-DESCQTD RECORD
                   MOVE "EXCLUSAO" TO AUDIT-OPERACAO
                   MOVE "S" TO DADOS-VALIDOS-SW
               ELSE
                   DISPLAY "FAIXA NAO CADASTRADA."
           ELSE
               MOVE PERCENTUAL-INFORMADO TO DESCQTD-PERCENTUAL
               IF REGISTRO-EXISTE
                   REWRITE DESCQTD-REGISTRO
                   MOVE "ALTERACAO" TO AUDIT-OPERACAO
               ELSE
                   WRITE DESCQTD-REGISTRO
                   MOVE "INCLUSAO" TO AUDIT-OPERACAO
               END-IF
               MOVE "S" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS AND DESCQTD-ARQ-STATUS IS EQUAL "00"
               DISPLAY "FAIXA DE DESCONTO ATUALIZADA."
               MOVE "DESCQTD" TO AUDIT-ENTIDADE
               MOVE PRODUTO-INFORMADO TO AUDIT-CODIGO
               MOVE PERCENTUAL-INFORMADO TO PERCENTUAL-EDITADO
               MOVE SPACES TO AUDIT-DESCRICAO
               STRING "A PARTIR DE " QTD-MINIMA-INFORMADA " - "
                      PERCENTUAL-EDITADO "%"
                      DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
               PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    (A) ATRIBUICAO - LISTA DO CLIENTE OU LISTA PADRAO DA
      *    FILIAL. LISTA ZERO DESFAZ A ATRIBUICAO.
      *===============================================================
       MANTEM-ATRIBUICAO.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "ATRIBUIR A (C)LIENTE OU (F)ILIAL : ".
           MOVE SPACE TO TIPO-INFORMADO.
           ACCEPT TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "c"
               MOVE "C" TO TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "f"
               MOVE "F" TO TIPO-INFORMADO.
           IF TIPO-INFORMADO IS NOT EQUAL "C"
                   AND TIPO-INFORMADO IS NOT EQUAL "F"
               DISPLAY "INFORME C OU F."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               PERFORM PEDE-CLIENTE-OU-FILIAL.
           IF DADOS-VALIDOS
               MOVE TIPO-INFORMADO   TO ATRLST-TIPO
               MOVE CODIGO-INFORMADO TO ATRLST-CODIGO
               MOVE "S" TO REGISTRO-EXISTE-SW
               READ ARQUIVO-ATRLST
                    INVALID KEY
                    MOVE "N" TO REGISTRO-EXISTE-SW
                    MOVE ZEROS TO ATRLST-LISTA
               END-READ
               DISPLAY "LISTA ATUAL : " ATRLST-LISTA
               DISPLAY "NOVA LISTA (ZERO DESFAZ) : "
               MOVE ZEROS TO LISTA-INFORMADA
               ACCEPT LISTA-INFORMADA
               IF LISTA-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO LISTA-INFORMADA
               END-IF
               PERFORM GRAVA-ATRIBUICAO.

       PEDE-CLIENTE-OU-FILIAL.
           IF TIPO-INFORMADO IS EQUAL "C"
               DISPLAY "CODIGO DO CLIENTE : "
           ELSE
               DISPLAY "CODIGO DA FILIAL : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "C"
               MOVE CODIGO-INFORMADO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                    INVALID KEY
                    DISPLAY "CLIENTE " CODIGO-INFORMADO
                            " NAO ENCONTRADO."
                    MOVE "N" TO DADOS-VALIDOS-SW
                    NOT INVALID KEY
                    DISPLAY "CLIENTE : " CLIENTE-NOME
               END-READ
           ELSE
               PERFORM VALIDA-FILIAL
               IF NOT FILIAL-ACHADA
                   DISPLAY "FILIAL " CODIGO-INFORMADO " NAO "
                           "CADASTRADA (VER PROG151)."
                   MOVE "N" TO DADOS-VALIDOS-SW.

      *    A FILIAL PRECISA EXISTIR NO CADASTRO DE FILIAIS - COM O
      *    CADASTRO AINDA VAZIO VALE O CODIGO INFORMADO.
       VALIDA-FILIAL.
           MOVE "N" TO FILIAL-ACHADA-SW.
           MOVE "N" TO FINAL-FILIAL.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               PERFORM LEIA-PROXIMA-FILIAL
               IF FINAL-FILIAL IS EQUAL "S"
                   MOVE "S" TO FILIAL-ACHADA-SW
               ELSE
                   PERFORM PROCURA-FILIAL
                           UNTIL FINAL-FILIAL IS EQUAL "S"
                           OR FILIAL-ACHADA
           ELSE
               MOVE "S" TO FILIAL-ACHADA-SW.
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       PROCURA-FILIAL.
           IF FILIAL-CODIGO IS EQUAL CODIGO-INFORMADO
               MOVE "S" TO FILIAL-ACHADA-SW
               DISPLAY "FILIAL : " FILIAL-NOME
           ELSE
               PERFORM LEIA-PROXIMA-FILIAL.

       GRAVA-ATRIBUICAO.
           MOVE "N" TO DADOS-VALIDOS-SW.
           IF LISTA-INFORMADA IS EQUAL ZEROS
               IF REGISTRO-EXISTE
                   DELETE ARQUIVO-ATRLST RECORD
                   MOVE "EXCLUSAO" TO AUDIT-OPERACAO
                   MOVE "S" TO DADOS-VALIDOS-SW
               ELSE
                   DISPLAY "NAO HAVIA LISTA ATRIBUIDA."
           ELSE
               MOVE LISTA-INFORMADA TO LSTPRC-CODIGO
               READ ARQUIVO-LSTPRC
                    INVALID KEY
                    DISPLAY "LISTA " LISTA-INFORMADA
                            " NAO CADASTRADA."
                    NOT INVALID KEY
                    MOVE LISTA-INFORMADA TO ATRLST-LISTA
                    MOVE "S" TO DADOS-VALIDOS-SW
               END-READ
               IF DADOS-VALIDOS
                   IF REGISTRO-EXISTE
                       REWRITE ATRLST-REGISTRO
                       MOVE "ALTERACAO" TO AUDIT-OPERACAO
                   ELSE
                       WRITE ATRLST-REGISTRO
                       MOVE "INCLUSAO" TO AUDIT-OPERACAO.
           IF DADOS-VALIDOS AND ATRLST-ARQ-STATUS IS EQUAL "00"
               DISPLAY "ATRIBUICAO ATUALIZADA."
               MOVE "ATRLISTA" TO AUDIT-ENTIDADE
               MOVE CODIGO-INFORMADO TO AUDIT-CODIGO
               MOVE SPACES TO AUDIT-DESCRICAO
               STRING "TIPO " TIPO-INFORMADO " LISTA "
                      LISTA-INFORMADA
                      DELIMITED BY SIZE
                 INTO AUDIT-DESCRICAO
               PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    (C) CONSULTA - OS PRECOS DA LISTA AO LADO DO PRECO DO
      *    CADASTRO, EM TABPRECO.REL.
      *===============================================================
       CONSULTA-LISTA.
           PERFORM PEDE-LISTA-EXISTENTE.
           IF DADOS-VALIDOS
               PERFORM IMPRIME-LISTA.

       IMPRIME-LISTA.
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LISTA DE PRECO " LSTPRC-CODIGO " - " LSTPRC-NOME
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALIDADE " LSTPRC-INICIO-DIA "/" LSTPRC-INICIO-MES
                  "/" LSTPRC-INICIO-ANO " A " LSTPRC-FIM-DIA "/"
                  LSTPRC-FIM-MES "/" LSTPRC-FIM-ANO "  SITUACAO "
                  LSTPRC-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO  DESCRICAO                        "
                  "  CADASTRO        LISTA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LISTA-INFORMADA TO TABPRC-LISTA.
           MOVE ZEROS TO TABPRC-PRODUTO.
           START ARQUIVO-TABPRC KEY IS NOT LESS THAN TABPRC-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PRECO
               PERFORM IMPRIME-UM-PRECO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTOS NA LISTA : " TOTAL-LISTADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "PRODUTOS NA LISTA : " TOTAL-LISTADOS.
           DISPLAY "LISTA GRAVADA EM TABPRECO.REL.".

       LEIA-PROXIMO-PRECO.
           READ ARQUIVO-TABPRC NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
                   AND TABPRC-LISTA IS NOT EQUAL LISTA-INFORMADA
               MOVE "S" TO FINAL-ARQUIVO.

       IMPRIME-UM-PRECO.
           MOVE TABPRC-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
                INVALID KEY
                MOVE "NAO CADASTRADO" TO PRODUTO-DESCRICAO
                MOVE ZEROS TO PRODUTO-PRECO.
           MOVE TABPRC-PRODUTO    TO LIN-PRODUTO.
           MOVE PRODUTO-DESCRICAO TO LIN-DESCRICAO.
           MOVE PRODUTO-PRECO     TO LIN-PRECO-CADASTRO.
           MOVE TABPRC-PRECO      TO LIN-PRECO-LISTA.
           MOVE LINHA-PRECO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-PRECO.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG166" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
