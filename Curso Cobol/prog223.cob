       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG223.

      *    MANUTENCAO DAS METAS MENSAIS DE VENDA (METAVEND.DAT) - UM
      *    SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E SENHA
      *    NO CADASTRO DE OPERADORES (MESMA REGRA DO PROG90), INFORMA
      *    A COMPETENCIA E, PARA CADA FILIAL E VENDEDOR, O VALOR DA
      *    META. VENDEDOR ZERO E' A META DA PROPRIA FILIAL (OPCIONAL);
      *    VALOR ZERO EXCLUI A META. O VENDEDOR E' UM CODIGO DE
      *    FUNCIONARIO (O MESMO DE NOTA-VENDEDOR, VER PROG59) E TEM UMA
      *    SO FILIAL POR COMPETENCIA, ONDE E' CLASSIFICADO NO
      *    RELATORIO DE ATINGIMENTO (PROG224). CADA INCLUSAO,
      *    ALTERACAO OU EXCLUSAO VAI PARA O HISTORICO (METAHIST.DAT)
      *    COM O VALOR ANTERIOR E O NOVO, E PARA A TRILHA DE
      *    AUDITORIA COM O SUPERVISOR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELMETAVEN.cob".
           COPY "SELMETAHIS.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFILIAL.cob".
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDMETAVEN.cob".
           COPY "FDMETAHIS.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFILIAL.cob".
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       WORKING-STORAGE SECTION.

       01  METAVEN-ARQ-STATUS      PIC X(02).
       01  METAHIS-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FINAL-METAVEN           PIC X.
       01  FINAL-FILCAD            PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    DADOS DO LOGIN DO SUPERVISOR - IDENTIFICACAO E SENHA
      *    CONFERIDAS NO CADASTRO DE OPERADORES, NIVEL 3 OBRIGATORIO,
      *    TRES TENTATIVAS.
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).
       01  COMPETENCIA-META.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-INFORMADA   PIC X(06).

      *    CADASTRO DE FILIAIS (VER PROG151) - COM O CADASTRO VAZIO
      *    QUALQUER CODIGO DE FILIAL E' ACEITO.
       01  CADASTRO-FILIAIS.
           05 QTD-FILCAD           PIC 9(02) VALUE ZEROS.
           05 FILCAD-ITEM OCCURS 50 TIMES.
               10 FILCAD-CODIGO       PIC 9(03).
               10 FILCAD-NOME         PIC X(25).
               10 FILCAD-SITUACAO     PIC X(01).
       01  IDX-FILCAD              PIC 9(02).
       01  FILCAD-ACHADA-SW        PIC X(01).
           88 FILCAD-ACHADA        VALUE "S".
       01  FILIAL-PESQUISADA       PIC 9(03).

      *    TODAS AS METAS DO ARQUIVO, DE TODAS AS COMPETENCIAS -
      *    REGRAVADAS NO FIM QUANDO HOUVE ALTERACAO, COMO OS LIMITES
      *    DE CREDITO NO PROG100.
       01  TABELA-METAS.
           05 QTD-METAS            PIC 9(04) VALUE ZEROS.
           05 META-ITEM OCCURS 3000 TIMES.
               10 META-COMPETENCIA    PIC 9(06).
               10 META-FILIAL         PIC 9(03).
               10 META-VENDEDOR       PIC 9(06).
               10 META-VALOR          PIC 9(08)V9(02).
       01  IDX-META                PIC 9(04).
       01  IDX-DESLOCA             PIC 9(04).
       01  META-ACHADA-SW          PIC X(01).
           88 META-ACHADA          VALUE "S".
       01  IDX-OUTRA-FILIAL        PIC 9(04).
       01  OUTRA-FILIAL-SW         PIC X(01).
           88 VENDEDOR-EM-OUTRA-FILIAL VALUE "S".

       01  FILIAL-INFORMADA-X      PIC X(03).
       01  FILIAL-INFORMADA        PIC 9(03).
       01  VENDEDOR-INFORMADO-X    PIC X(06).
       01  VENDEDOR-INFORMADO      PIC 9(06).
       01  VALOR-INFORMADO         PIC 9(08)V9(02).
       01  VALOR-ANTERIOR          PIC 9(08)V9(02).
       01  META-EDITADA            PIC $ZZ,ZZZ,ZZ9.99.
       01  VALOR-AUDIT             PIC Z(07)9.99.
       01  NOME-DO-VENDEDOR        PIC X(30).
       01  QTD-EXIBIDAS            PIC 9(04).

       01  TOTAL-INCLUIDAS         PIC 9(04) VALUE ZEROS.
       01  TOTAL-ALTERADAS         PIC 9(04) VALUE ZEROS.
       01  TOTAL-EXCLUIDAS         PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- MANUTENCAO DE METAS DE VENDA ----".
           PERFORM PEDE-SUPERVISOR.
           PERFORM CARREGA-CADASTRO-FILIAIS.
           PERFORM ABRE-ARQUIVO-FUNCIONARIO.
           PERFORM CARREGA-TABELA-METAS.
           PERFORM PEDE-COMPETENCIA.
           PERFORM EXIBE-METAS-DA-COMPETENCIA.

           MOVE "X" TO FILIAL-INFORMADA-X.
           PERFORM ATUALIZA-UMA-META
                   UNTIL FILIAL-INFORMADA-X IS EQUAL SPACES.

           CLOSE ARQUIVO-FUNCIONARIO.
           IF TOTAL-INCLUIDAS + TOTAL-ALTERADAS + TOTAL-EXCLUIDAS
                   IS GREATER THAN ZEROS
               PERFORM GRAVA-TABELA-METAS
           ELSE
               DISPLAY "NENHUMA META ALTERADA - METAVEND.DAT "
                       "MANTIDO.".

           DISPLAY "===================================".
           DISPLAY "METAS INCLUIDAS  : " TOTAL-INCLUIDAS.
           DISPLAY "METAS ALTERADAS  : " TOTAL-ALTERADAS.
           DISPLAY "METAS EXCLUIDAS  : " TOTAL-EXCLUIDAS.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    SO UM SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E
      *    SENHA NO CADASTRO DE OPERADORES, PODE MEXER NAS METAS.
       PEDE-SUPERVISOR.
           PERFORM TENTA-LOGIN-SUPERVISOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS - SO SUPERVISOR ATIVO MANTEM AS "
                       "METAS."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       TENTA-LOGIN-SUPERVISOR.
           ADD 1 TO TENTATIVAS-LOGIN.
           DISPLAY "IDENTIFICACAO DO SUPERVISOR : ".
           MOVE SPACES TO OPERADOR-ID.
           ACCEPT OPERADOR-ID.
           DISPLAY "SENHA : ".
           MOVE SPACES TO LOGIN-SENHA.
           ACCEPT LOGIN-SENHA.
           PERFORM PROCURA-SUPERVISOR-NO-CADASTRO.
           IF NOT LOGIN-OK
               DISPLAY "OPERADOR OU SENHA INVALIDOS OU SEM NIVEL "
                       "DE SUPERVISOR.".

       PROCURA-SUPERVISOR-NO-CADASTRO.
           OPEN INPUT ARQUIVO-OPERADOR.
           MOVE "N" TO FINAL-OPERADOR.
           PERFORM LEIA-PROXIMO-OPERADOR.
           PERFORM COMPARA-SUPERVISOR-LOGIN
                   UNTIL LOGIN-OK OR FINAL-OPERADOR IS EQUAL "S".
           CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-OPERADOR.

       COMPARA-SUPERVISOR-LOGIN.
           IF OPERADOR-CODIGO IS EQUAL OPERADOR-ID
                   AND OPERADOR-SENHA IS EQUAL LOGIN-SENHA
                   AND OPERADOR-ATIVO
                   AND OPERADOR-SUPERVISOR
               MOVE "S" TO LOGIN-OK-SW.
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    O VENDEDOR DA META PRECISA SER UM FUNCIONARIO CADASTRADO.
       ABRE-ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA DAS METAS (AAAAMM - ENTER = MES "
                   "CORRENTE) : ".
           MOVE SPACES TO COMPETENCIA-INFORMADA.
           ACCEPT COMPETENCIA-INFORMADA.
           IF COMPETENCIA-INFORMADA IS EQUAL SPACES
               MOVE DATA-CORRENTE-ANO TO COMPETENCIA-ANO
               MOVE DATA-CORRENTE-MES TO COMPETENCIA-MES
           ELSE
               IF COMPETENCIA-INFORMADA IS NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA : "
                           COMPETENCIA-INFORMADA
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE COMPETENCIA-INFORMADA TO COMPETENCIA-META.
           IF COMPETENCIA-MES IS LESS THAN 01
                   OR COMPETENCIA-MES IS GREATER THAN 12
               DISPLAY "MES DA COMPETENCIA INVALIDO : " COMPETENCIA-MES
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    CARREGA AS METAS JA GRAVADAS - O ARQUIVO E OPCIONAL, NA
      *    PRIMEIRA EXECUCAO (STATUS "05") A TABELA COMECA VAZIA.
       CARREGA-TABELA-METAS.
           MOVE ZEROS TO QTD-METAS.
           OPEN INPUT ARQUIVO-METAVEN.
           IF METAVEN-ARQ-STATUS IS NOT EQUAL "00"
              AND METAVEN-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE METAS - STATUS : "
                       METAVEN-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-METAVEN.
           PERFORM LEIA-PROXIMA-META.
           PERFORM GUARDA-META-NA-TABELA
                   UNTIL FINAL-METAVEN IS EQUAL "S".
           CLOSE ARQUIVO-METAVEN.

       LEIA-PROXIMA-META.
           READ ARQUIVO-METAVEN AT END
           MOVE "S" TO FINAL-METAVEN.

       GUARDA-META-NA-TABELA.
           IF QTD-METAS IS EQUAL 3000
               DISPLAY "TABELA DE METAS CHEIA - AUMENTE O LIMITE NO "
                       "PROGRAMA."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-METAS.
           MOVE METAVEN-COMPETENCIA TO META-COMPETENCIA(QTD-METAS).
           MOVE METAVEN-FILIAL      TO META-FILIAL(QTD-METAS).
           MOVE METAVEN-VENDEDOR    TO META-VENDEDOR(QTD-METAS).
           MOVE METAVEN-VALOR       TO META-VALOR(QTD-METAS).
           PERFORM LEIA-PROXIMA-META.

       EXIBE-METAS-DA-COMPETENCIA.
           DISPLAY "METAS DA COMPETENCIA " COMPETENCIA-MES "/"
                   COMPETENCIA-ANO " :".
           MOVE ZEROS TO QTD-EXIBIDAS.
           MOVE 1 TO IDX-META.
           PERFORM EXIBE-UMA-META
                   UNTIL IDX-META IS GREATER THAN QTD-METAS.
           IF QTD-EXIBIDAS IS EQUAL ZEROS
               DISPLAY "  NENHUMA META CADASTRADA.".

       EXIBE-UMA-META.
           IF META-COMPETENCIA(IDX-META) IS EQUAL COMPETENCIA-META
               ADD 1 TO QTD-EXIBIDAS
               MOVE META-VALOR(IDX-META) TO META-EDITADA
               IF META-VENDEDOR(IDX-META) IS EQUAL ZEROS
                   DISPLAY "  FILIAL " META-FILIAL(IDX-META)
                           " META DA FILIAL  : " META-EDITADA
               ELSE
                   DISPLAY "  FILIAL " META-FILIAL(IDX-META)
                           " VENDEDOR " META-VENDEDOR(IDX-META)
                           " : " META-EDITADA.
           ADD 1 TO IDX-META.

      *    PEDE A FILIAL, O VENDEDOR E O VALOR - FILIAL EM BRANCO
      *    ENCERRA A MANUTENCAO.
       ATUALIZA-UMA-META.
           DISPLAY "FILIAL (BRANCO ENCERRA) : ".
           MOVE SPACES TO FILIAL-INFORMADA-X.
           ACCEPT FILIAL-INFORMADA-X.
           IF FILIAL-INFORMADA-X IS NOT EQUAL SPACES
               IF FILIAL-INFORMADA-X IS NUMERIC
                   MOVE FILIAL-INFORMADA-X TO FILIAL-INFORMADA
                   PERFORM VALIDA-FILIAL-DA-META
               ELSE
                   DISPLAY "CODIGO DE FILIAL INVALIDO.".

       VALIDA-FILIAL-DA-META.
           IF QTD-FILCAD IS GREATER THAN ZEROS
               MOVE FILIAL-INFORMADA TO FILIAL-PESQUISADA
               PERFORM PROCURA-FILIAL-NO-CADASTRO
               IF NOT FILCAD-ACHADA
                   DISPLAY "FILIAL " FILIAL-INFORMADA
                           " NAO CADASTRADA (VER PROG151)."
               ELSE
                   DISPLAY "FILIAL : " FILCAD-NOME(IDX-FILCAD)
                   PERFORM PEDE-VENDEDOR-DA-META
           ELSE
               PERFORM PEDE-VENDEDOR-DA-META.

       PEDE-VENDEDOR-DA-META.
           DISPLAY "VENDEDOR (ENTER = META DA FILIAL) : ".
           MOVE SPACES TO VENDEDOR-INFORMADO-X.
           ACCEPT VENDEDOR-INFORMADO-X.
           MOVE ZEROS TO VENDEDOR-INFORMADO.
           IF VENDEDOR-INFORMADO-X IS EQUAL SPACES
               MOVE "META DA FILIAL" TO NOME-DO-VENDEDOR
               PERFORM PEDE-VALOR-DA-META
           ELSE
               IF VENDEDOR-INFORMADO-X IS NOT NUMERIC
                   DISPLAY "CODIGO DE VENDEDOR INVALIDO."
               ELSE
                   MOVE VENDEDOR-INFORMADO-X TO VENDEDOR-INFORMADO
                   PERFORM VALIDA-VENDEDOR-DA-META.

      *    O VENDEDOR PRECISA ESTAR NO CADASTRO DE FUNCIONARIOS E SO
      *    PODE TER META EM UMA FILIAL NA COMPETENCIA.
       VALIDA-VENDEDOR-DA-META.
           IF VENDEDOR-INFORMADO IS EQUAL ZEROS
               MOVE "META DA FILIAL" TO NOME-DO-VENDEDOR
               PERFORM PEDE-VALOR-DA-META
           ELSE
               MOVE VENDEDOR-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                    INVALID KEY
                    DISPLAY "FUNCIONARIO " VENDEDOR-INFORMADO
                            " NAO CADASTRADO."
                    NOT INVALID KEY
                    MOVE FUNCIONARIO-NOME TO NOME-DO-VENDEDOR
                    PERFORM PROCURA-VENDEDOR-EM-OUTRA-FILIAL
                    IF VENDEDOR-EM-OUTRA-FILIAL
                        DISPLAY "VENDEDOR JA TEM META NA FILIAL "
                                META-FILIAL(IDX-OUTRA-FILIAL)
                                " NESTA COMPETENCIA - EXCLUA A DE "
                                "LA PRIMEIRO."
                    ELSE
                        PERFORM PEDE-VALOR-DA-META.

       PROCURA-VENDEDOR-EM-OUTRA-FILIAL.
           MOVE 1 TO IDX-OUTRA-FILIAL.
           MOVE "N" TO OUTRA-FILIAL-SW.
           PERFORM COMPARA-OUTRA-FILIAL
                   UNTIL VENDEDOR-EM-OUTRA-FILIAL
                   OR IDX-OUTRA-FILIAL IS GREATER THAN QTD-METAS.

       COMPARA-OUTRA-FILIAL.
           IF META-COMPETENCIA(IDX-OUTRA-FILIAL) IS EQUAL
                   COMPETENCIA-META
                   AND META-VENDEDOR(IDX-OUTRA-FILIAL) IS EQUAL
                   VENDEDOR-INFORMADO
                   AND META-FILIAL(IDX-OUTRA-FILIAL) IS NOT EQUAL
                   FILIAL-INFORMADA
               MOVE "S" TO OUTRA-FILIAL-SW
           ELSE
               ADD 1 TO IDX-OUTRA-FILIAL.

       PEDE-VALOR-DA-META.
           DISPLAY "VENDEDOR : " NOME-DO-VENDEDOR.
           PERFORM LOCALIZA-META.
           IF META-ACHADA
               MOVE META-VALOR(IDX-META) TO META-EDITADA
               DISPLAY "META ATUAL : " META-EDITADA
               DISPLAY "NOVA META (ZERO EXCLUI) : "
           ELSE
               DISPLAY "VALOR DA META : ".
           MOVE ZEROS TO VALOR-INFORMADO.
           ACCEPT VALOR-INFORMADO.
           IF VALOR-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO VALOR-INFORMADO.
           IF META-ACHADA
               IF VALOR-INFORMADO IS EQUAL ZEROS
                   PERFORM EXCLUI-META
               ELSE
                   IF VALOR-INFORMADO IS EQUAL META-VALOR(IDX-META)
                       DISPLAY "VALOR IGUAL AO ATUAL - NADA ALTERADO."
                   ELSE
                       PERFORM ALTERA-META
           ELSE
               IF VALOR-INFORMADO IS EQUAL ZEROS
                   DISPLAY "META NAO INFORMADA - NADA INCLUIDO."
               ELSE
                   PERFORM INCLUI-META.

       LOCALIZA-META.
           MOVE 1 TO IDX-META.
           MOVE "N" TO META-ACHADA-SW.
           PERFORM COMPARA-META
                   UNTIL META-ACHADA
                   OR IDX-META IS GREATER THAN QTD-METAS.

       COMPARA-META.
           IF META-COMPETENCIA(IDX-META) IS EQUAL COMPETENCIA-META
                   AND META-FILIAL(IDX-META) IS EQUAL FILIAL-INFORMADA
                   AND META-VENDEDOR(IDX-META) IS EQUAL
                   VENDEDOR-INFORMADO
               MOVE "S" TO META-ACHADA-SW
           ELSE
               ADD 1 TO IDX-META.

       INCLUI-META.
           IF QTD-METAS IS EQUAL 3000
               DISPLAY "TABELA DE METAS CHEIA - META NAO INCLUIDA."
           ELSE
               ADD 1 TO QTD-METAS
               MOVE COMPETENCIA-META
                    TO META-COMPETENCIA(QTD-METAS)
               MOVE FILIAL-INFORMADA   TO META-FILIAL(QTD-METAS)
               MOVE VENDEDOR-INFORMADO TO META-VENDEDOR(QTD-METAS)
               MOVE VALOR-INFORMADO    TO META-VALOR(QTD-METAS)
               ADD 1 TO TOTAL-INCLUIDAS
               MOVE ZEROS TO VALOR-ANTERIOR
               MOVE "I" TO METAHIS-OPERACAO
               MOVE "INCLUSAO" TO AUDIT-OPERACAO
               PERFORM REGISTRA-MUDANCA-DE-META
               DISPLAY "META INCLUIDA.".

       ALTERA-META.
           MOVE META-VALOR(IDX-META) TO VALOR-ANTERIOR.
           MOVE VALOR-INFORMADO TO META-VALOR(IDX-META).
           ADD 1 TO TOTAL-ALTERADAS.
           MOVE "A" TO METAHIS-OPERACAO.
           MOVE "ALTERACAO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-MUDANCA-DE-META.
           DISPLAY "META ALTERADA.".

      *    A LINHA SAI DA TABELA (AS SEGUINTES SOBEM UMA POSICAO) -
      *    O VALOR EXCLUIDO FICA NO HISTORICO.
       EXCLUI-META.
           MOVE META-VALOR(IDX-META) TO VALOR-ANTERIOR.
           MOVE IDX-META TO IDX-DESLOCA.
           PERFORM DESLOCA-META
                   UNTIL IDX-DESLOCA IS NOT LESS THAN QTD-METAS.
           SUBTRACT 1 FROM QTD-METAS.
           ADD 1 TO TOTAL-EXCLUIDAS.
           MOVE "E" TO METAHIS-OPERACAO.
           MOVE "EXCLUSAO" TO AUDIT-OPERACAO.
           PERFORM REGISTRA-MUDANCA-DE-META.
           DISPLAY "META EXCLUIDA.".

       DESLOCA-META.
           MOVE META-ITEM(IDX-DESLOCA + 1) TO META-ITEM(IDX-DESLOCA).
           ADD 1 TO IDX-DESLOCA.

      *    O HISTORICO E A TRILHA DE AUDITORIA RECEBEM A MUDANCA NA
      *    HORA - A OPERACAO JA FOI PREENCHIDA PELO CHAMADOR.
       REGISTRA-MUDANCA-DE-META.
           MOVE COMPETENCIA-META   TO METAHIS-COMPETENCIA.
           MOVE FILIAL-INFORMADA   TO METAHIS-FILIAL.
           MOVE VENDEDOR-INFORMADO TO METAHIS-VENDEDOR.
           ACCEPT METAHIS-DATA FROM DATE YYYYMMDD.
           ACCEPT METAHIS-HORA FROM TIME.
           MOVE VALOR-ANTERIOR     TO METAHIS-VALOR-ANTERIOR.
           MOVE VALOR-INFORMADO    TO METAHIS-VALOR-NOVO.
           MOVE OPERADOR-ID        TO METAHIS-OPERADOR.
           OPEN EXTEND ARQUIVO-METAHIS.
           IF METAHIS-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-METAHIS.
           WRITE METAHIS-REGISTRO.
           CLOSE ARQUIVO-METAHIS.

           MOVE "META-VENDA"       TO AUDIT-ENTIDADE.
           MOVE VENDEDOR-INFORMADO TO AUDIT-CODIGO.
           MOVE VALOR-INFORMADO    TO VALOR-AUDIT.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "COMP " COMPETENCIA-META " FILIAL "
                  FILIAL-INFORMADA " META " VALOR-AUDIT
                  DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    REGRAVA O ARQUIVO INTEIRO COM A TABELA EM MEMORIA.
       GRAVA-TABELA-METAS.
           OPEN OUTPUT ARQUIVO-METAVEN.
           MOVE 1 TO IDX-META.
           PERFORM GRAVA-UMA-META
                   UNTIL IDX-META IS GREATER THAN QTD-METAS.
           CLOSE ARQUIVO-METAVEN.

       GRAVA-UMA-META.
           MOVE META-COMPETENCIA(IDX-META) TO METAVEN-COMPETENCIA.
           MOVE META-FILIAL(IDX-META)      TO METAVEN-FILIAL.
           MOVE META-VENDEDOR(IDX-META)    TO METAVEN-VENDEDOR.
           MOVE META-VALOR(IDX-META)       TO METAVEN-VALOR.
           WRITE METAVEN-REGISTRO.
           ADD 1 TO IDX-META.

      *    CARREGA O CADASTRO DE FILIAIS (VER PROG151) - O ARQUIVO
      *    E' OPCIONAL, SEM ELE A TABELA FICA VAZIA.
       CARREGA-CADASTRO-FILIAIS.
           MOVE ZEROS TO QTD-FILCAD.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILCAD
               PERFORM LEIA-PROXIMA-FILCAD
               PERFORM GUARDA-FILCAD-NA-TABELA
                       UNTIL FINAL-FILCAD IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILCAD.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILCAD.

       GUARDA-FILCAD-NA-TABELA.
           IF QTD-FILCAD IS LESS THAN 50
               ADD 1 TO QTD-FILCAD
               MOVE FILIAL-CODIGO   TO FILCAD-CODIGO(QTD-FILCAD)
               MOVE FILIAL-NOME     TO FILCAD-NOME(QTD-FILCAD)
               MOVE FILIAL-SITUACAO TO FILCAD-SITUACAO(QTD-FILCAD).
           PERFORM LEIA-PROXIMA-FILCAD.

       PROCURA-FILIAL-NO-CADASTRO.
           MOVE 1 TO IDX-FILCAD.
           MOVE "N" TO FILCAD-ACHADA-SW.
           PERFORM COMPARA-FILCAD
                   UNTIL FILCAD-ACHADA
                   OR IDX-FILCAD IS GREATER THAN QTD-FILCAD.

       COMPARA-FILCAD.
           IF FILCAD-CODIGO(IDX-FILCAD) IS EQUAL FILIAL-PESQUISADA
               MOVE "S" TO FILCAD-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILCAD.

      *    GRAVA UM REGISTRO NA TRILHA DE AUDITORIA COM A DATA/HORA
      *    ATUAIS - OS DEMAIS CAMPOS DE AUDIT-REGISTRO JA FORAM
      *    PREENCHIDOS PELO PARAGRAFO CHAMADOR.
       GRAVA-AUDITORIA.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG223" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
