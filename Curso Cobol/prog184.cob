       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG184.

      *    MANUTENCAO DO CADASTRO DO ATIVO IMOBILIZADO (PATRIM.DAT) -
      *    INCLUI, ALTERA E LISTA OS BENS COM DATA DE AQUISICAO,
      *    CUSTO, FILIAL, CLASSE (CLASBEM.DAT), VIDA UTIL E O
      *    FORNECEDOR OU TITULO A PAGAR DE ORIGEM. SUBSTITUI A
      *    PLANILHA DE BENS. A CLASSE PRECISA EXISTIR, A FILIAL
      *    PRECISA ESTAR ATIVA E O TITULO, QUANDO INFORMADO, PRECISA
      *    SER DO FORNECEDOR. DEPOIS DA PRIMEIRA DEPRECIACAO (PROG185)
      *    CUSTO, AQUISICAO E VIDA UTIL FICAM TRAVADOS. O BEM NAO E'
      *    EXCLUIDO - SAI PELA BAIXA (PROG186). TUDO VAI PARA A
      *    TRILHA DE AUDITORIA, COMO NO CADASTRO DE FORNECEDORES
      *    (PROG145).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPATRIM.cob".
           COPY "SELCLASBEM.cob".
           COPY "SELFILIAL.cob".
           COPY "SELFORNEC.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELAUDIT.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDPATRIM.cob".
           COPY "FDCLASBEM.cob".
           COPY "FDFILIAL.cob".
           COPY "FDFORNEC.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDAUDIT.cob".

       WORKING-STORAGE SECTION.

       01  PATRIM-ARQ-STATUS       PIC X(02).
       01  CLASBEM-ARQ-STATUS      PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-PATRIM            PIC X.
       01  FINAL-CLASBEM           PIC X.
       01  FINAL-FILIAL            PIC X.
       01  FINAL-CTAPAG            PIC X.

           COPY "DTVALPARM.cob".

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-ALTERAR        VALUE "A".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).

      *    CLASSES DO IMOBILIZADO, CARREGADAS UMA VEZ.
       01  TABELA-CLASSES.
           05 QTD-CLASSES          PIC 9(02) VALUE ZEROS.
           05 CLASSE-ITEM OCCURS 30 TIMES.
               10 CLASSE-TAB-CODIGO   PIC X(02).
               10 CLASSE-TAB-DESCRICAO PIC X(20).
               10 CLASSE-TAB-VIDA-UTIL PIC 9(03).
       01  IDX-CLASSE              PIC 9(02).
       01  CLASSE-ACHADA-SW        PIC X(01).
           88 CLASSE-ACHADA        VALUE "S".

      *    FILIAIS DO CADASTRO (PROG151), CARREGADAS UMA VEZ.
       01  TABELA-FILIAIS.
           05 QTD-FILIAIS          PIC 9(02) VALUE ZEROS.
           05 FILIAL-ITEM OCCURS 50 TIMES.
               10 FILIAL-TAB-CODIGO   PIC 9(03).
               10 FILIAL-TAB-SITUACAO PIC X(01).
       01  IDX-FILIAL              PIC 9(02).
       01  FILIAL-ACHADA-SW        PIC X(01).
           88 FILIAL-ACHADA        VALUE "S".

       01  CODIGO-INFORMADO        PIC 9(06).
       01  DESCRICAO-INFORMADA     PIC X(30).
       01  CLASSE-INFORMADA        PIC X(02).
       01  FILIAL-INFORMADA        PIC 9(03).
       01  AQUISICAO-INFORMADA     PIC X(08).
       01  CUSTO-INFORMADO         PIC 9(08)V9(02).
       01  VIDA-UTIL-INFORMADA     PIC 9(03).
       01  FORNECEDOR-INFORMADO    PIC 9(06).
       01  TITULO-INFORMADO        PIC 9(06).
       01  DADOS-OK-SW             PIC X(01).
           88 DADOS-OK             VALUE "S".
       01  TITULO-ACHADO-SW        PIC X(01).
           88 TITULO-ACHADO        VALUE "S".
       01  TITULO-FORNECEDOR-ACHADO PIC 9(06).

       01  CUSTO-EDITADO           PIC ZZ,ZZZ,ZZ9.99.
       01  DEPREC-EDITADA          PIC ZZ,ZZZ,ZZ9.99.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- CADASTRO DO ATIVO IMOBILIZADO ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-CLASSES.
           PERFORM CARREGA-FILIAIS.
           PERFORM ABRE-ARQUIVO-PATRIM.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-PATRIM.

       PROGRAM-DONE.
           STOP RUN.

      *    CAPTURA O OPERADOR RESPONSAVEL POR ESTA EXECUCAO, PARA QUE
      *    CADA REGISTRO DE AUDITORIA POSSA SER ATRIBUIDO A ALGUEM.
       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    SEM CLASSE CADASTRADA NAO HA COMO INCLUIR BEM - AS CONTAS
      *    DA DEPRECIACAO SAEM DA CLASSE.
       CARREGA-CLASSES.
           MOVE ZEROS TO QTD-CLASSES.
           OPEN INPUT ARQUIVO-CLASBEM.
           IF CLASBEM-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CLASBEM
               PERFORM LEIA-PROXIMA-CLASSE
               PERFORM GUARDA-CLASSE-NA-TABELA
                       UNTIL FINAL-CLASBEM IS EQUAL "S".
           CLOSE ARQUIVO-CLASBEM.
           IF QTD-CLASSES IS EQUAL ZEROS
               DISPLAY "NENHUMA CLASSE DE BEM EM CLASBEM.DAT - "
                       "CADASTRE AS CLASSES ANTES DOS BENS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       LEIA-PROXIMA-CLASSE.
           READ ARQUIVO-CLASBEM AT END
           MOVE "S" TO FINAL-CLASBEM.

       GUARDA-CLASSE-NA-TABELA.
           IF QTD-CLASSES IS LESS THAN 30
               ADD 1 TO QTD-CLASSES
               MOVE CLASBEM-CODIGO
                    TO CLASSE-TAB-CODIGO(QTD-CLASSES)
               MOVE CLASBEM-DESCRICAO
                    TO CLASSE-TAB-DESCRICAO(QTD-CLASSES)
               MOVE CLASBEM-VIDA-UTIL
                    TO CLASSE-TAB-VIDA-UTIL(QTD-CLASSES).
           PERFORM LEIA-PROXIMA-CLASSE.

       CARREGA-FILIAIS.
           MOVE ZEROS TO QTD-FILIAIS.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILIAL
               PERFORM LEIA-PROXIMA-FILIAL
               PERFORM GUARDA-FILIAL-NA-TABELA
                       UNTIL FINAL-FILIAL IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILIAL.

       GUARDA-FILIAL-NA-TABELA.
           IF QTD-FILIAIS IS LESS THAN 50
               ADD 1 TO QTD-FILIAIS
               MOVE FILIAL-CODIGO
                    TO FILIAL-TAB-CODIGO(QTD-FILIAIS)
               MOVE FILIAL-SITUACAO
                    TO FILIAL-TAB-SITUACAO(QTD-FILIAIS).
           PERFORM LEIA-PROXIMA-FILIAL.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-PATRIM.
           OPEN I-O ARQUIVO-PATRIM.
           IF PATRIM-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PATRIM
               CLOSE ARQUIVO-PATRIM
               OPEN I-O ARQUIVO-PATRIM.
           IF PATRIM-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O CADASTRO DO IMOBILIZADO - "
                       "STATUS : " PATRIM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (A)LTERAR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-BEM.
           IF OPCAO-ALTERAR
               PERFORM ALTERA-BEM.
           IF OPCAO-LISTAR
               PERFORM LISTA-BENS.

       INCLUI-BEM.
           DISPLAY "NUMERO DE PATRIMONIO : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO PATRIM-CODIGO.
           IF CODIGO-INFORMADO IS EQUAL ZEROS
               DISPLAY "NUMERO ZERO NAO E' ACEITO."
           ELSE
               READ ARQUIVO-PATRIM
                    INVALID KEY
                    PERFORM CAPTURA-E-GRAVA-BEM
                    NOT INVALID KEY
                    DISPLAY "BEM " PATRIM-CODIGO " JA CADASTRADO "
                            "- USE A ALTERACAO.".

       CAPTURA-E-GRAVA-BEM.
           MOVE "S" TO DADOS-OK-SW.
           DISPLAY "DESCRICAO DO BEM : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           IF DESCRICAO-INFORMADA IS EQUAL SPACES
               DISPLAY "DESCRICAO EM BRANCO."
               MOVE "N" TO DADOS-OK-SW.
           IF DADOS-OK
               PERFORM CAPTURA-CLASSE.
           IF DADOS-OK
               PERFORM CAPTURA-FILIAL.
           IF DADOS-OK
               PERFORM CAPTURA-AQUISICAO.
           IF DADOS-OK
               PERFORM CAPTURA-CUSTO-E-VIDA.
           IF DADOS-OK
               PERFORM CAPTURA-ORIGEM.
           IF NOT DADOS-OK
               DISPLAY "BEM NAO INCLUIDO."
           ELSE
               MOVE CODIGO-INFORMADO     TO PATRIM-CODIGO
               MOVE DESCRICAO-INFORMADA  TO PATRIM-DESCRICAO
               MOVE CLASSE-INFORMADA     TO PATRIM-CLASSE
               MOVE FILIAL-INFORMADA     TO PATRIM-FILIAL
               MOVE AQUISICAO-INFORMADA  TO PATRIM-AQUISICAO
               MOVE CUSTO-INFORMADO      TO PATRIM-CUSTO
               MOVE VIDA-UTIL-INFORMADA  TO PATRIM-VIDA-UTIL
               MOVE FORNECEDOR-INFORMADO TO PATRIM-FORNECEDOR
               MOVE TITULO-INFORMADO     TO PATRIM-TITULO
               MOVE ZEROS                TO PATRIM-DEPREC-ACUMULADA
               MOVE ZEROS                TO PATRIM-ULTIMA-DEPREC
               MOVE "A"                  TO PATRIM-SITUACAO
               MOVE ZEROS                TO PATRIM-DATA-BAIXA
               MOVE ZEROS                TO PATRIM-VALOR-BAIXA
               MOVE ZEROS                TO PATRIM-RESULTADO-BAIXA
               WRITE PATRIM-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O BEM - STATUS : "
                             PATRIM-ARQ-STATUS
                     NOT INVALID KEY
                     DISPLAY "BEM " PATRIM-CODIGO " INCLUIDO."
                     MOVE "INCLUSAO" TO AUDIT-OPERACAO
                     PERFORM REGISTRA-AUDITORIA-BEM.

       CAPTURA-CLASSE.
           DISPLAY "CLASSE DO BEM : ".
           MOVE SPACES TO CLASSE-INFORMADA.
           ACCEPT CLASSE-INFORMADA.
           PERFORM PROCURA-CLASSE.
           IF NOT CLASSE-ACHADA
               DISPLAY "CLASSE " CLASSE-INFORMADA " NAO EXISTE EM "
                       "CLASBEM.DAT."
               MOVE "N" TO DADOS-OK-SW.

       PROCURA-CLASSE.
           MOVE 1 TO IDX-CLASSE.
           MOVE "N" TO CLASSE-ACHADA-SW.
           PERFORM COMPARA-CLASSE
                   UNTIL CLASSE-ACHADA
                   OR IDX-CLASSE IS GREATER THAN QTD-CLASSES.

       COMPARA-CLASSE.
           IF CLASSE-TAB-CODIGO(IDX-CLASSE) IS EQUAL CLASSE-INFORMADA
               MOVE "S" TO CLASSE-ACHADA-SW
           ELSE
               ADD 1 TO IDX-CLASSE.

       CAPTURA-FILIAL.
           DISPLAY "FILIAL DO BEM : ".
           MOVE ZEROS TO FILIAL-INFORMADA.
           ACCEPT FILIAL-INFORMADA.
           PERFORM VALIDA-FILIAL.

       VALIDA-FILIAL.
           MOVE 1 TO IDX-FILIAL.
           MOVE "N" TO FILIAL-ACHADA-SW.
           PERFORM COMPARA-FILIAL
                   UNTIL FILIAL-ACHADA
                   OR IDX-FILIAL IS GREATER THAN QTD-FILIAIS.
           IF NOT FILIAL-ACHADA
               DISPLAY "FILIAL " FILIAL-INFORMADA " NAO CADASTRADA."
               MOVE "N" TO DADOS-OK-SW
           ELSE
               IF FILIAL-TAB-SITUACAO(IDX-FILIAL) IS NOT EQUAL "A"
                   DISPLAY "FILIAL " FILIAL-INFORMADA " INATIVA."
                   MOVE "N" TO DADOS-OK-SW.

       COMPARA-FILIAL.
           IF FILIAL-TAB-CODIGO(IDX-FILIAL) IS EQUAL FILIAL-INFORMADA
               MOVE "S" TO FILIAL-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILIAL.

      *    A DATA DE AQUISICAO E' VALIDADA NA ROTINA CENTRAL (PROG95)
      *    E NAO PODE SER FUTURA.
       CAPTURA-AQUISICAO.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD) : ".
           MOVE SPACES TO AQUISICAO-INFORMADA.
           ACCEPT AQUISICAO-INFORMADA.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "S" TO DTVAL-EXIGE-PASSADO.
           MOVE AQUISICAO-INFORMADA TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA DE AQUISICAO INVALIDA : "
                       AQUISICAO-INFORMADA
               MOVE "N" TO DADOS-OK-SW.

      *    VIDA UTIL ZERO ASSUME A VIDA UTIL PADRAO DA CLASSE.
       CAPTURA-CUSTO-E-VIDA.
           DISPLAY "CUSTO DE AQUISICAO : ".
           MOVE ZEROS TO CUSTO-INFORMADO.
           ACCEPT CUSTO-INFORMADO.
           IF CUSTO-INFORMADO IS NOT NUMERIC
                   OR CUSTO-INFORMADO IS EQUAL ZEROS
               DISPLAY "CUSTO INVALIDO."
               MOVE "N" TO DADOS-OK-SW.
           DISPLAY "VIDA UTIL EM MESES (0 = PADRAO DA CLASSE "
                   CLASSE-TAB-VIDA-UTIL(IDX-CLASSE) ") : ".
           MOVE ZEROS TO VIDA-UTIL-INFORMADA.
           ACCEPT VIDA-UTIL-INFORMADA.
           IF VIDA-UTIL-INFORMADA IS NOT NUMERIC
                   OR VIDA-UTIL-INFORMADA IS EQUAL ZEROS
               MOVE CLASSE-TAB-VIDA-UTIL(IDX-CLASSE)
                    TO VIDA-UTIL-INFORMADA.
           IF VIDA-UTIL-INFORMADA IS EQUAL ZEROS
               DISPLAY "CLASSE SEM VIDA UTIL PADRAO - INFORME A "
                       "VIDA UTIL DO BEM."
               MOVE "N" TO DADOS-OK-SW.

      *    O BEM VEM DE UM FORNECEDOR DO CADASTRO - O TITULO A PAGAR,
      *    QUANDO INFORMADO, PRECISA SER DESSE FORNECEDOR. SO O
      *    TITULO INFORMADO JA TRAZ O FORNECEDOR DELE.
       CAPTURA-ORIGEM.
           DISPLAY "TITULO A PAGAR DE ORIGEM (0 = SEM TITULO) : ".
           MOVE ZEROS TO TITULO-INFORMADO.
           ACCEPT TITULO-INFORMADO.
           IF TITULO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO TITULO-INFORMADO.
           DISPLAY "FORNECEDOR (0 = O DO TITULO) : ".
           MOVE ZEROS TO FORNECEDOR-INFORMADO.
           ACCEPT FORNECEDOR-INFORMADO.
           IF FORNECEDOR-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO FORNECEDOR-INFORMADO.
           IF TITULO-INFORMADO IS NOT EQUAL ZEROS
               PERFORM PROCURA-TITULO-DE-ORIGEM
               IF NOT TITULO-ACHADO
                   DISPLAY "TITULO " TITULO-INFORMADO
                           " NAO EXISTE NO CONTAS A PAGAR."
                   MOVE "N" TO DADOS-OK-SW
               ELSE
                   IF FORNECEDOR-INFORMADO IS EQUAL ZEROS
                       MOVE TITULO-FORNECEDOR-ACHADO
                            TO FORNECEDOR-INFORMADO
                   ELSE
                       IF FORNECEDOR-INFORMADO IS NOT EQUAL
                               TITULO-FORNECEDOR-ACHADO
                           DISPLAY "O TITULO " TITULO-INFORMADO
                                   " E' DO FORNECEDOR "
                                   TITULO-FORNECEDOR-ACHADO "."
                           MOVE "N" TO DADOS-OK-SW.
           IF DADOS-OK
               PERFORM VALIDA-FORNECEDOR.

       VALIDA-FORNECEDOR.
           IF FORNECEDOR-INFORMADO IS EQUAL ZEROS
               DISPLAY "INFORME O FORNECEDOR OU O TITULO DE ORIGEM."
               MOVE "N" TO DADOS-OK-SW
           ELSE
               OPEN INPUT ARQUIVO-FORNEC
               MOVE FORNECEDOR-INFORMADO TO FORNEC-CODIGO
               READ ARQUIVO-FORNEC
                    INVALID KEY
                    DISPLAY "FORNECEDOR " FORNECEDOR-INFORMADO
                            " NAO CADASTRADO."
                    MOVE "N" TO DADOS-OK-SW
               END-READ
               CLOSE ARQUIVO-FORNEC.

       PROCURA-TITULO-DE-ORIGEM.
           MOVE "N" TO TITULO-ACHADO-SW.
           MOVE ZEROS TO TITULO-FORNECEDOR-ACHADO.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-CTAPAG
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM COMPARA-TITULO
                       UNTIL TITULO-ACHADO
                       OR FINAL-CTAPAG IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-CTAPAG.

       COMPARA-TITULO.
           IF TITULO-NUMERO IS EQUAL TITULO-INFORMADO
               MOVE "S" TO TITULO-ACHADO-SW
               MOVE TITULO-FORNECEDOR TO TITULO-FORNECEDOR-ACHADO
           ELSE
               PERFORM LEIA-PROXIMO-TITULO.

       ALTERA-BEM.
           DISPLAY "NUMERO DE PATRIMONIO : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO PATRIM-CODIGO.
           READ ARQUIVO-PATRIM
                INVALID KEY
                DISPLAY "BEM " PATRIM-CODIGO " NAO ENCONTRADO."
                NOT INVALID KEY
                PERFORM EXIBE-BEM
                PERFORM CAPTURA-E-REGRAVA-BEM.

      *    CAMPOS DEIXADOS EM BRANCO OU ZERO MANTEM O VALOR ATUAL. A
      *    FILIAL PODE MUDAR A QUALQUER TEMPO (TRANSFERENCIA DO BEM);
      *    A VIDA UTIL SO ANTES DA PRIMEIRA DEPRECIACAO. BEM BAIXADO
      *    NAO E' ALTERADO.
       CAPTURA-E-REGRAVA-BEM.
           IF PATRIM-BAIXADO
               DISPLAY "BEM BAIXADO EM " PATRIM-DATA-BAIXA
                       " - NAO PODE SER ALTERADO."
           ELSE
               PERFORM CAPTURA-ALTERACOES-BEM.

       CAPTURA-ALTERACOES-BEM.
           MOVE "S" TO DADOS-OK-SW.
           DISPLAY "DESCRICAO (BRANCO MANTEM) : ".
           MOVE SPACES TO DESCRICAO-INFORMADA.
           ACCEPT DESCRICAO-INFORMADA.
           DISPLAY "FILIAL (0 MANTEM) : ".
           MOVE ZEROS TO FILIAL-INFORMADA.
           ACCEPT FILIAL-INFORMADA.
           IF FILIAL-INFORMADA IS NOT NUMERIC
               MOVE ZEROS TO FILIAL-INFORMADA.
           IF FILIAL-INFORMADA IS NOT EQUAL ZEROS
               PERFORM VALIDA-FILIAL.
           MOVE ZEROS TO VIDA-UTIL-INFORMADA.
           IF PATRIM-ULTIMA-DEPREC IS EQUAL ZEROS
               DISPLAY "VIDA UTIL EM MESES (0 MANTEM) : "
               ACCEPT VIDA-UTIL-INFORMADA
               IF VIDA-UTIL-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO VIDA-UTIL-INFORMADA.
           IF NOT DADOS-OK
               DISPLAY "BEM NAO ALTERADO."
           ELSE
               IF DESCRICAO-INFORMADA IS NOT EQUAL SPACES
                   MOVE DESCRICAO-INFORMADA TO PATRIM-DESCRICAO
               END-IF
               IF FILIAL-INFORMADA IS NOT EQUAL ZEROS
                   MOVE FILIAL-INFORMADA TO PATRIM-FILIAL
               END-IF
               IF VIDA-UTIL-INFORMADA IS NOT EQUAL ZEROS
                   MOVE VIDA-UTIL-INFORMADA TO PATRIM-VIDA-UTIL
               END-IF
               REWRITE PATRIM-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O BEM - STATUS : "
                               PATRIM-ARQ-STATUS
                       NOT INVALID KEY
                       DISPLAY "BEM " PATRIM-CODIGO " ALTERADO."
                       MOVE "ALTERACAO" TO AUDIT-OPERACAO
                       PERFORM REGISTRA-AUDITORIA-BEM.

       EXIBE-BEM.
           MOVE PATRIM-CUSTO TO CUSTO-EDITADO.
           MOVE PATRIM-DEPREC-ACUMULADA TO DEPREC-EDITADA.
           DISPLAY "BEM : " PATRIM-CODIGO " " PATRIM-DESCRICAO
                   "  SITUACAO : " PATRIM-SITUACAO.
           DISPLAY "CLASSE " PATRIM-CLASSE "  FILIAL "
                   PATRIM-FILIAL "  AQUISICAO " PATRIM-AQUISICAO
                   "  VIDA UTIL " PATRIM-VIDA-UTIL " MESES".
           DISPLAY "CUSTO " CUSTO-EDITADO "  DEPREC. ACUMULADA "
                   DEPREC-EDITADA "  ULTIMA " PATRIM-ULTIMA-DEPREC.
           DISPLAY "FORNECEDOR " PATRIM-FORNECEDOR "  TITULO "
                   PATRIM-TITULO.

       LISTA-BENS.
           MOVE ZEROS TO TOTAL-LISTADOS.
           MOVE LOW-VALUES TO PATRIM-CODIGO.
           START ARQUIVO-PATRIM KEY IS NOT LESS THAN PATRIM-CODIGO
                 INVALID KEY
                 MOVE "S" TO FINAL-PATRIM
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-PATRIM.
           IF FINAL-PATRIM IS EQUAL "N"
               PERFORM LEIA-PROXIMO-PATRIM
               PERFORM LISTA-UM-BEM
                       UNTIL FINAL-PATRIM IS EQUAL "S".
           DISPLAY "BENS LISTADOS : " TOTAL-LISTADOS.

       LEIA-PROXIMO-PATRIM.
           READ ARQUIVO-PATRIM NEXT RECORD AT END
           MOVE "S" TO FINAL-PATRIM.

       LISTA-UM-BEM.
           PERFORM EXIBE-BEM.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-PATRIM.

      *    REGISTRA NA TRILHA DE AUDITORIA A OPERACAO SOBRE O BEM -
      *    AUDIT-OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-AUDITORIA-BEM.
           MOVE "PATRIMONIO"    TO AUDIT-ENTIDADE.
           MOVE PATRIM-CODIGO   TO AUDIT-CODIGO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "BEM " PATRIM-DESCRICAO "."
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

           MOVE "PROG184" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
