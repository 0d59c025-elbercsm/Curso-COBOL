       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG171.

      *    MANUTENCAO DA TABELA DE ALIQUOTAS DO IMPOSTO SOBRE VENDAS
      *    (ALIQUOTA.DAT) USADA PELA ROTINA PROG170 NA EMISSAO DE
      *    NOTAS. CADA LINHA E' UMA CLASSIFICACAO FISCAL DE PRODUTO
      *    (M)ERCADORIA - ICMS, (S)ERVICO - ISS OU (I)SENTO - E UMA UF
      *    DE DESTINO, COM O PERCENTUAL E O CFOP DA OPERACAO; A UF
      *    "**" E' A LINHA PADRAO DA CLASSIFICACAO PARA AS UFS SEM
      *    LINHA PROPRIA. (A) INCLUI OU ALTERA, (E) EXCLUI E (C)
      *    CONSULTA A TABELA INTEIRA EM ALIQUOTA.REL. TODA ALTERACAO
      *    VAI PARA A TRILHA DE AUDITORIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELALIQ.cob".
           COPY "SELAUDIT.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ALIQUOTA.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDALIQ.cob".
           COPY "FDAUDIT.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  ALIQ-ARQ-STATUS         PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-ATUALIZAR      VALUE "A".
           88 OPCAO-EXCLUIR        VALUE "E".
           88 OPCAO-CONSULTAR      VALUE "C".
           88 OPCAO-SAIR           VALUE "S".
       01  OPERADOR-ID             PIC X(10).
       01  RESPOSTA                PIC X.

       01  CLASSE-INFORMADA        PIC X(01).
       01  UF-INFORMADA            PIC X(02).
       01  PERCENTUAL-INFORMADO    PIC 9(02)V9(02).
       01  CFOP-INFORMADO          PIC 9(04).
       01  DADOS-VALIDOS-SW        PIC X(01).
           88 DADOS-VALIDOS        VALUE "S".
       01  REGISTRO-EXISTE-SW      PIC X(01).
           88 REGISTRO-EXISTE      VALUE "S".

       01  PERCENTUAL-EDITADO      PIC Z9.99.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE ZEROS.

       01  LINHA-ALIQUOTA.
           05 LIN-CLASSE           PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-NOME-CLASSE      PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LIN-UF               PIC X(02).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LIN-PERCENTUAL       PIC Z9.99.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LIN-CFOP             PIC 9(04).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- ALIQUOTAS DO IMPOSTO SOBRE VENDAS ----".
           PERFORM PEDE-OPERADOR.
           PERFORM ABRE-ARQUIVO-ALIQ.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-ALIQ.

       PROGRAM-DONE.
           STOP RUN.

       PEDE-OPERADOR.
           DISPLAY "IDENTIFICACAO DO OPERADOR : ".
           ACCEPT OPERADOR-ID.

      *    UM ARQUIVO INDEXADO PRECISA EXISTIR ANTES DE SER ABERTO
      *    EM MODO I-O, ENTAO CRIAMOS O ARQUIVO NA PRIMEIRA EXECUCAO.
       ABRE-ARQUIVO-ALIQ.
           OPEN I-O ARQUIVO-ALIQ.
           IF ALIQ-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ALIQ
               CLOSE ARQUIVO-ALIQ
               OPEN I-O ARQUIVO-ALIQ.
           IF ALIQ-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR A TABELA DE ALIQUOTAS - STATUS : "
                       ALIQ-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (A)TUALIZAR (E)XCLUIR (C)ONSULTAR "
                   "(S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "a"
               MOVE "A" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "E" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "c"
               MOVE "C" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-ATUALIZAR
               PERFORM MANTEM-ALIQUOTA.
           IF OPCAO-EXCLUIR
               PERFORM EXCLUI-ALIQUOTA.
           IF OPCAO-CONSULTAR
               PERFORM IMPRIME-TABELA.

      *===============================================================
      *    (A) INCLUI OU ALTERA A ALIQUOTA DE UMA CLASSIFICACAO NUMA
      *    UF. CAMPOS EM BRANCO NA ALTERACAO MANTEM O VALOR ATUAL.
      *===============================================================
       MANTEM-ALIQUOTA.
           PERFORM PEDE-CHAVE-ALIQUOTA.
           IF DADOS-VALIDOS
               PERFORM LE-ALIQUOTA-INFORMADA
               PERFORM EXIBE-ALIQUOTA
               PERFORM CAPTURA-DADOS-ALIQUOTA
               IF DADOS-VALIDOS
                   PERFORM GRAVA-ALIQUOTA
               ELSE
                   DISPLAY "ALIQUOTA NAO GRAVADA.".

       PEDE-CHAVE-ALIQUOTA.
           MOVE "S" TO DADOS-VALIDOS-SW.
           DISPLAY "CLASSIFICACAO - (M)ERCADORIA (S)ERVICO (I)SENTO : ".
           MOVE SPACE TO CLASSE-INFORMADA.
           ACCEPT CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS EQUAL "m"
               MOVE "M" TO CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS EQUAL "s"
               MOVE "S" TO CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS EQUAL "i"
               MOVE "I" TO CLASSE-INFORMADA.
           IF CLASSE-INFORMADA IS NOT EQUAL "M"
                   AND CLASSE-INFORMADA IS NOT EQUAL "S"
                   AND CLASSE-INFORMADA IS NOT EQUAL "I"
               DISPLAY "CLASSIFICACAO INVALIDA."
               MOVE "N" TO DADOS-VALIDOS-SW.
           IF DADOS-VALIDOS
               DISPLAY "UF DE DESTINO (** = DEMAIS UFS) : "
               MOVE SPACES TO UF-INFORMADA
               ACCEPT UF-INFORMADA
               INSPECT UF-INFORMADA CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF UF-INFORMADA IS NOT EQUAL "**"
                   IF UF-INFORMADA IS NOT ALPHABETIC-UPPER
                           OR UF-INFORMADA(1:1) IS EQUAL SPACE
                           OR UF-INFORMADA(2:1) IS EQUAL SPACE
                       DISPLAY "UF INVALIDA."
                       MOVE "N" TO DADOS-VALIDOS-SW.

       LE-ALIQUOTA-INFORMADA.
           MOVE CLASSE-INFORMADA TO ALIQ-CLASSE.
           MOVE UF-INFORMADA TO ALIQ-UF.
           MOVE "S" TO REGISTRO-EXISTE-SW.
           READ ARQUIVO-ALIQ
                INVALID KEY
                MOVE "N" TO REGISTRO-EXISTE-SW
                MOVE CLASSE-INFORMADA TO ALIQ-CLASSE
                MOVE UF-INFORMADA TO ALIQ-UF
                MOVE ZEROS TO ALIQ-PERCENTUAL
                MOVE ZEROS TO ALIQ-CFOP.

       EXIBE-ALIQUOTA.
           IF REGISTRO-EXISTE
               MOVE ALIQ-PERCENTUAL TO PERCENTUAL-EDITADO
               DISPLAY "CLASSIFICACAO " ALIQ-CLASSE " UF " ALIQ-UF
                       " ALIQUOTA " PERCENTUAL-EDITADO "% CFOP "
                       ALIQ-CFOP
           ELSE
               DISPLAY "ALIQUOTA NOVA.".

      *    CLASSIFICACAO ISENTA NAO TEM PERCENTUAL - A LINHA SERVE SO
      *    PARA DAR O CFOP DA OPERACAO.
       CAPTURA-DADOS-ALIQUOTA.
           MOVE "S" TO DADOS-VALIDOS-SW.
           IF CLASSE-INFORMADA IS NOT EQUAL "I"
               DISPLAY "ALIQUOTA (%) : "
               MOVE ZEROS TO PERCENTUAL-INFORMADO
               ACCEPT PERCENTUAL-INFORMADO
               IF PERCENTUAL-INFORMADO IS NUMERIC
                       AND PERCENTUAL-INFORMADO IS NOT EQUAL ZEROS
                   MOVE PERCENTUAL-INFORMADO TO ALIQ-PERCENTUAL.
           DISPLAY "CFOP : ".
           MOVE ZEROS TO CFOP-INFORMADO.
           ACCEPT CFOP-INFORMADO.
           IF CFOP-INFORMADO IS NUMERIC
                   AND CFOP-INFORMADO IS NOT EQUAL ZEROS
               MOVE CFOP-INFORMADO TO ALIQ-CFOP.
           IF ALIQ-CFOP IS LESS THAN 5000
                   OR ALIQ-CFOP IS GREATER THAN 7999
               DISPLAY "CFOP DE SAIDA INVALIDO (5000 A 7999)."
               MOVE "N" TO DADOS-VALIDOS-SW.

       GRAVA-ALIQUOTA.
           IF REGISTRO-EXISTE
               REWRITE ALIQ-REGISTRO
                       INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR A ALIQUOTA - STATUS : "
                               ALIQ-ARQ-STATUS
               END-REWRITE
               MOVE "ALTERACAO" TO AUDIT-OPERACAO
           ELSE
               WRITE ALIQ-REGISTRO
                     INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A ALIQUOTA - STATUS : "
                             ALIQ-ARQ-STATUS
               END-WRITE
               MOVE "INCLUSAO" TO AUDIT-OPERACAO.
           IF ALIQ-ARQ-STATUS IS EQUAL "00"
               DISPLAY "ALIQUOTA GRAVADA."
               PERFORM AUDITA-ALIQUOTA.

       AUDITA-ALIQUOTA.
           MOVE "ALIQUOTA" TO AUDIT-ENTIDADE.
           MOVE ZEROS TO AUDIT-CODIGO.
           MOVE ALIQ-PERCENTUAL TO PERCENTUAL-EDITADO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "CLASSE " ALIQ-CLASSE " UF " ALIQ-UF " "
                  PERCENTUAL-EDITADO "% CFOP " ALIQ-CFOP
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *===============================================================
      *    (E) EXCLUI UMA LINHA DA TABELA - A UF PASSA A USAR A LINHA
      *    "**" DA CLASSIFICACAO.
      *===============================================================
       EXCLUI-ALIQUOTA.
           PERFORM PEDE-CHAVE-ALIQUOTA.
           IF DADOS-VALIDOS
               PERFORM LE-ALIQUOTA-INFORMADA
               IF NOT REGISTRO-EXISTE
                   DISPLAY "ALIQUOTA NAO CADASTRADA."
               ELSE
                   PERFORM EXIBE-ALIQUOTA
                   DISPLAY "CONFIRMA A EXCLUSAO (S/N) ? "
                   MOVE SPACE TO RESPOSTA
                   ACCEPT RESPOSTA
                   IF RESPOSTA IS EQUAL "S" OR RESPOSTA IS EQUAL "s"
                       PERFORM APAGA-ALIQUOTA
                   ELSE
                       DISPLAY "EXCLUSAO NAO CONFIRMADA.".

       APAGA-ALIQUOTA.
           DELETE ARQUIVO-ALIQ RECORD
                  INVALID KEY
                  DISPLAY "ERRO AO EXCLUIR A ALIQUOTA - STATUS : "
                          ALIQ-ARQ-STATUS.
           IF ALIQ-ARQ-STATUS IS EQUAL "00"
               DISPLAY "ALIQUOTA EXCLUIDA."
               MOVE "EXCLUSAO" TO AUDIT-OPERACAO
               PERFORM AUDITA-ALIQUOTA.

      *===============================================================
      *    (C) TABELA INTEIRA, NA ORDEM DE CLASSIFICACAO E UF.
      *===============================================================
       IMPRIME-TABELA.
           MOVE ZEROS TO TOTAL-LISTADOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TABELA DE ALIQUOTAS DO IMPOSTO SOBRE VENDAS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "C  CLASSE      UF   ALIQUOTA  CFOP"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LOW-VALUES TO ALIQ-CHAVE.
           START ARQUIVO-ALIQ KEY IS NOT LESS THAN ALIQ-CHAVE
                 INVALID KEY
                 MOVE "S" TO FINAL-ARQUIVO
                 NOT INVALID KEY
                 MOVE "N" TO FINAL-ARQUIVO.
           IF FINAL-ARQUIVO IS EQUAL "N"
               PERFORM LEIA-PROXIMA-ALIQUOTA
               PERFORM IMPRIME-UMA-ALIQUOTA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LINHAS NA TABELA : " TOTAL-LISTADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "LINHAS NA TABELA : " TOTAL-LISTADOS.
           DISPLAY "TABELA GRAVADA EM ALIQUOTA.REL.".

       LEIA-PROXIMA-ALIQUOTA.
           READ ARQUIVO-ALIQ NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       IMPRIME-UMA-ALIQUOTA.
           MOVE ALIQ-CLASSE TO LIN-CLASSE.
           IF ALIQ-CLASSE IS EQUAL "M"
               MOVE "MERCADORIA" TO LIN-NOME-CLASSE
           ELSE
               IF ALIQ-CLASSE IS EQUAL "S"
                   MOVE "SERVICO" TO LIN-NOME-CLASSE
               ELSE
                   MOVE "ISENTO" TO LIN-NOME-CLASSE.
           MOVE ALIQ-UF TO LIN-UF.
           MOVE ALIQ-PERCENTUAL TO LIN-PERCENTUAL.
           MOVE ALIQ-CFOP TO LIN-CFOP.
           MOVE LINHA-ALIQUOTA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMA-ALIQUOTA.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG171" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
