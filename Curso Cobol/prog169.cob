       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG169.

      *    TAXA DE CONVERSAO DOS ORCAMENTOS (ORCAMENTO.DAT, MANTIDO
      *    PELO PROG167) POR VENDEDOR - PARA OS ORCAMENTOS EMITIDOS NO
      *    PERIODO INFORMADO (ENTER = TODOS), QUANTOS VIRARAM NOTA
      *    (PROG59), QUANTOS O CLIENTE RECUSOU, QUANTOS SEGUEM
      *    ABERTOS E QUANTOS EXPIRARAM, COM O PERCENTUAL CONVERTIDO E
      *    OS VALORES ORCADO E CONVERTIDO. EM SEGUIDA LISTA OS
      *    ORCAMENTOS EXPIRADOS (ABERTOS COM A VALIDADE VENCIDA) COM
      *    OS DIAS DE ATRASO, PARA O VENDEDOR COBRAR O CLIENTE.
      *    RELATORIO EM ORCCONV.REL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELORCAM.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELFUNCIONARIO.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ORCCONV.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDORCAM.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFUNCIONARIO.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

           COPY "DTVALPARM.cob".

       01  ORCAM-ARQ-STATUS        PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ORCAM             PIC X.

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    PERIODO DE EMISSAO DOS ORCAMENTOS - ENTER NAS DUAS DATAS
      *    CONSIDERA O ARQUIVO INTEIRO.
       01  DATA-INFORMADA          PIC X(08).
       01  DATA-INICIAL            PIC 9(08).
       01  DATA-INICIAL-R REDEFINES DATA-INICIAL.
           05 DATA-INICIAL-ANO     PIC 9(04).
           05 DATA-INICIAL-MES     PIC 9(02).
           05 DATA-INICIAL-DIA     PIC 9(02).
       01  DATA-FINAL              PIC 9(08).
       01  DATA-FINAL-R REDEFINES DATA-FINAL.
           05 DATA-FINAL-ANO       PIC 9(04).
           05 DATA-FINAL-MES       PIC 9(02).
           05 DATA-FINAL-DIA       PIC 9(02).
       01  DATA-OK-SW              PIC X(01).
           88 DATA-OK              VALUE "S".

      *    TOTAIS POR VENDEDOR ACUMULADOS NA PASSAGEM PELOS
      *    ORCAMENTOS - MESMO DESENHO DA TABELA DE COMISSOES.
       01  TABELA-VENDEDORES.
           05 QTD-VENDEDORES       PIC 9(03) VALUE ZEROS.
           05 VENDEDOR-ITEM OCCURS 200 TIMES.
               10 VEND-TAB-CODIGO     PIC 9(06).
               10 VEND-TAB-EMITIDOS   PIC 9(04).
               10 VEND-TAB-CONVERTIDOS PIC 9(04).
               10 VEND-TAB-RECUSADOS  PIC 9(04).
               10 VEND-TAB-ABERTOS    PIC 9(04).
               10 VEND-TAB-EXPIRADOS  PIC 9(04).
               10 VEND-TAB-ORCADO     PIC 9(08)V9(02).
               10 VEND-TAB-CONVERTIDO PIC 9(08)V9(02).
       01  IDX-VENDEDOR            PIC 9(03).
       01  VENDEDOR-ACHADO-SW      PIC X(01).
           88 VENDEDOR-ACHADO      VALUE "S".

       01  TOTAL-EMITIDOS          PIC 9(05) VALUE ZEROS.
       01  TOTAL-CONVERTIDOS       PIC 9(05) VALUE ZEROS.
       01  TOTAL-RECUSADOS         PIC 9(05) VALUE ZEROS.
       01  TOTAL-ABERTOS           PIC 9(05) VALUE ZEROS.
       01  TOTAL-EXPIRADOS         PIC 9(05) VALUE ZEROS.
       01  TOTAL-ORCADO            PIC 9(10)V9(02) VALUE ZEROS.
       01  TOTAL-CONVERTIDO        PIC 9(10)V9(02) VALUE ZEROS.
       01  VALOR-EXPIRADO          PIC 9(10)V9(02) VALUE ZEROS.
       01  TAXA-CONVERSAO          PIC 9(03)V9(01).
       01  TAXA-EDITADA            PIC ZZ9.9.
       01  VALOR-EDITADO           PIC $Z,ZZZ,ZZZ,ZZ9.99.
       01  ORCAMENTO-EXPIRADO-SW   PIC X(01).
           88 ORCAMENTO-EXPIRADO   VALUE "S".

       01  LINHA-VENDEDOR.
           05 LINV-CODIGO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-NOME            PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-EMITIDOS        PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-CONVERTIDOS     PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-RECUSADOS       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-ABERTOS         PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-EXPIRADOS       PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-TAXA            PIC ZZ9.9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-ORCADO          PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINV-CONVERTIDO      PIC ZZZZZZZ9.99.

       01  LINHA-EXPIRADO.
           05 LINE-NUMERO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINE-CLIENTE         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINE-NOME            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINE-VENDEDOR        PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINE-VALIDADE-DIA    PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 LINE-VALIDADE-MES    PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 LINE-VALIDADE-ANO    PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINE-VALOR           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LINE-DIAS            PIC ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CONVERSAO DE ORCAMENTOS POR VENDEDOR ----".
           PERFORM PEDE-PERIODO.

           PERFORM ACUMULA-ORCAMENTOS.
           IF QTD-VENDEDORES IS EQUAL ZEROS
               DISPLAY "NENHUM ORCAMENTO EMITIDO NO PERIODO."
               STOP RUN.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CLIENTE.
           PERFORM IMPRIME-CABECALHO.
           MOVE 1 TO IDX-VENDEDOR.
           PERFORM IMPRIME-UM-VENDEDOR
                   UNTIL IDX-VENDEDOR IS GREATER THAN QTD-VENDEDORES.
           PERFORM IMPRIME-TOTAL-GERAL.
           PERFORM LISTA-ORCAMENTOS-EXPIRADOS.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CLIENTE.

           PERFORM CALCULA-TAXA-GERAL.
           DISPLAY "===================================".
           DISPLAY "ORCAMENTOS EMITIDOS      : " TOTAL-EMITIDOS.
           DISPLAY "CONVERTIDOS EM NOTA      : " TOTAL-CONVERTIDOS.
           DISPLAY "TAXA DE CONVERSAO        : " TAXA-EDITADA "%".
           DISPLAY "EXPIRADOS SEM RESPOSTA   : " TOTAL-EXPIRADOS.
           DISPLAY "RELATORIO EM ORCCONV.REL.".
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

      *    AS DUAS DATAS SAO VALIDADAS NO CALENDARIO (PROG95) - A
      *    FINAL EM BRANCO VAI ATE HOJE.
       PEDE-PERIODO.
           MOVE ZEROS TO DATA-INICIAL.
           MOVE "N" TO DATA-OK-SW.
           PERFORM ACEITA-DATA-INICIAL
                   UNTIL DATA-OK.
           MOVE DATA-CORRENTE TO DATA-FINAL.
           MOVE "N" TO DATA-OK-SW.
           PERFORM ACEITA-DATA-FINAL
                   UNTIL DATA-OK.

       ACEITA-DATA-INICIAL.
           DISPLAY "EMITIDOS A PARTIR DE (AAAAMMDD - ENTER = "
                   "TODOS) : ".
           MOVE SPACES TO DATA-INFORMADA.
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA IS EQUAL SPACES
               MOVE "S" TO DATA-OK-SW
           ELSE
               PERFORM VALIDA-DATA-INFORMADA
               IF DATA-OK
                   MOVE DATA-INFORMADA TO DATA-INICIAL.

       ACEITA-DATA-FINAL.
           DISPLAY "EMITIDOS ATE (AAAAMMDD - ENTER = HOJE) : ".
           MOVE SPACES TO DATA-INFORMADA.
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA IS EQUAL SPACES
               MOVE "S" TO DATA-OK-SW
           ELSE
               PERFORM VALIDA-DATA-INFORMADA
               IF DATA-OK
                   MOVE DATA-INFORMADA TO DATA-FINAL
                   IF DATA-FINAL IS LESS THAN DATA-INICIAL
                       DISPLAY "A DATA FINAL NAO PODE SER ANTERIOR "
                               "A INICIAL."
                       MOVE "N" TO DATA-OK-SW.

       VALIDA-DATA-INFORMADA.
           MOVE "N" TO DATA-OK-SW.
           MOVE "V" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE DATA-INFORMADA TO DTVAL-DATA-1.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               DISPLAY "DATA INVALIDA - CONFIRA O CALENDARIO."
           ELSE
               MOVE "S" TO DATA-OK-SW.

      *    PRIMEIRA PASSAGEM - CLASSIFICA CADA ORCAMENTO DO PERIODO
      *    NO VENDEDOR QUE O EMITIU.
       ACUMULA-ORCAMENTOS.
           PERFORM ABRE-ARQUIVO-ORCAM.
           MOVE "N" TO FINAL-ORCAM.
           PERFORM LEIA-PROXIMO-ORCAMENTO.
           PERFORM EXAMINA-ORCAMENTO
                   UNTIL FINAL-ORCAM IS EQUAL "S".
           CLOSE ARQUIVO-ORCAM.

      *    ARQUIVO AINDA NAO CRIADO (OPTIONAL, STATUS "05") E' UM
      *    PERIODO SEM ORCAMENTOS.
       ABRE-ARQUIVO-ORCAM.
           OPEN INPUT ARQUIVO-ORCAM.
           IF ORCAM-ARQ-STATUS IS NOT EQUAL "00"
              AND ORCAM-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ORCAMENTOS - "
                       "STATUS : " ORCAM-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       LEIA-PROXIMO-ORCAMENTO.
           READ ARQUIVO-ORCAM NEXT RECORD AT END
           MOVE "S" TO FINAL-ORCAM.

       EXAMINA-ORCAMENTO.
           IF ORCAM-DATA IS NOT LESS THAN DATA-INICIAL
                   AND ORCAM-DATA IS NOT GREATER THAN DATA-FINAL
               PERFORM ACUMULA-ORCAMENTO-NO-VENDEDOR.
           PERFORM LEIA-PROXIMO-ORCAMENTO.

       ACUMULA-ORCAMENTO-NO-VENDEDOR.
           MOVE 1 TO IDX-VENDEDOR.
           MOVE "N" TO VENDEDOR-ACHADO-SW.
           PERFORM PROCURA-VENDEDOR-NA-TABELA
                   UNTIL VENDEDOR-ACHADO
                   OR IDX-VENDEDOR IS GREATER THAN QTD-VENDEDORES.
           IF NOT VENDEDOR-ACHADO
               IF QTD-VENDEDORES IS EQUAL 200
                   DISPLAY "TABELA DE VENDEDORES CHEIA - AUMENTE O "
                           "LIMITE NO PROGRAMA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   ADD 1 TO QTD-VENDEDORES
                   MOVE QTD-VENDEDORES TO IDX-VENDEDOR
                   MOVE ORCAM-VENDEDOR
                        TO VEND-TAB-CODIGO(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-EMITIDOS(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-CONVERTIDOS(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-RECUSADOS(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-ABERTOS(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-EXPIRADOS(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-ORCADO(IDX-VENDEDOR)
                   MOVE ZEROS TO VEND-TAB-CONVERTIDO(IDX-VENDEDOR).
           ADD 1 TO VEND-TAB-EMITIDOS(IDX-VENDEDOR).
           ADD ORCAM-VALOR-TOTAL TO VEND-TAB-ORCADO(IDX-VENDEDOR).
           PERFORM VERIFICA-EXPIRACAO.
           IF ORCAM-CONVERTIDO
               ADD 1 TO VEND-TAB-CONVERTIDOS(IDX-VENDEDOR)
               ADD ORCAM-VALOR-TOTAL
                   TO VEND-TAB-CONVERTIDO(IDX-VENDEDOR)
           ELSE
               IF ORCAM-RECUSADO
                   ADD 1 TO VEND-TAB-RECUSADOS(IDX-VENDEDOR)
               ELSE
                   IF ORCAMENTO-EXPIRADO
                       ADD 1 TO VEND-TAB-EXPIRADOS(IDX-VENDEDOR)
                   ELSE
                       ADD 1 TO VEND-TAB-ABERTOS(IDX-VENDEDOR).

       PROCURA-VENDEDOR-NA-TABELA.
           IF VEND-TAB-CODIGO(IDX-VENDEDOR) IS EQUAL ORCAM-VENDEDOR
               MOVE "S" TO VENDEDOR-ACHADO-SW
           ELSE
               ADD 1 TO IDX-VENDEDOR.

      *    EXPIRADO E' O ORCAMENTO AINDA ABERTO CUJA VALIDADE JA
      *    PASSOU - NAO VIROU NOTA NEM FOI RECUSADO.
       VERIFICA-EXPIRACAO.
           MOVE "N" TO ORCAMENTO-EXPIRADO-SW.
           IF ORCAM-ABERTO
                   AND ORCAM-VALIDADE IS LESS THAN DATA-CORRENTE
               MOVE "S" TO ORCAMENTO-EXPIRADO-SW.

       IMPRIME-CABECALHO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF DATA-INICIAL IS EQUAL ZEROS
               STRING "CONVERSAO DE ORCAMENTOS POR VENDEDOR - "
                      "EMITIDOS ATE " DATA-FINAL-DIA "/"
                      DATA-FINAL-MES "/" DATA-FINAL-ANO
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           ELSE
               STRING "CONVERSAO DE ORCAMENTOS POR VENDEDOR - "
                      "EMITIDOS DE " DATA-INICIAL-DIA "/"
                      DATA-INICIAL-MES "/" DATA-INICIAL-ANO " A "
                      DATA-FINAL-DIA "/" DATA-FINAL-MES "/"
                      DATA-FINAL-ANO
                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VEND.  NOME            EMIT CONV RECU ABER EXPI "
                  "TAXA%      ORCADO  CONVERTIDO"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-UM-VENDEDOR.
           MOVE VEND-TAB-CODIGO(IDX-VENDEDOR) TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO FUNCIONARIO-NOME.
           COMPUTE TAXA-CONVERSAO ROUNDED =
                   VEND-TAB-CONVERTIDOS(IDX-VENDEDOR) * 100 /
                   VEND-TAB-EMITIDOS(IDX-VENDEDOR).
           MOVE VEND-TAB-CODIGO(IDX-VENDEDOR)      TO LINV-CODIGO.
           MOVE FUNCIONARIO-NOME                   TO LINV-NOME.
           MOVE VEND-TAB-EMITIDOS(IDX-VENDEDOR)    TO LINV-EMITIDOS.
           MOVE VEND-TAB-CONVERTIDOS(IDX-VENDEDOR) TO LINV-CONVERTIDOS.
           MOVE VEND-TAB-RECUSADOS(IDX-VENDEDOR)   TO LINV-RECUSADOS.
           MOVE VEND-TAB-ABERTOS(IDX-VENDEDOR)     TO LINV-ABERTOS.
           MOVE VEND-TAB-EXPIRADOS(IDX-VENDEDOR)   TO LINV-EXPIRADOS.
           MOVE TAXA-CONVERSAO                     TO LINV-TAXA.
           MOVE VEND-TAB-ORCADO(IDX-VENDEDOR)      TO LINV-ORCADO.
           MOVE VEND-TAB-CONVERTIDO(IDX-VENDEDOR)  TO LINV-CONVERTIDO.
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD VEND-TAB-EMITIDOS(IDX-VENDEDOR)    TO TOTAL-EMITIDOS.
           ADD VEND-TAB-CONVERTIDOS(IDX-VENDEDOR) TO TOTAL-CONVERTIDOS.
           ADD VEND-TAB-RECUSADOS(IDX-VENDEDOR)   TO TOTAL-RECUSADOS.
           ADD VEND-TAB-ABERTOS(IDX-VENDEDOR)     TO TOTAL-ABERTOS.
           ADD VEND-TAB-EXPIRADOS(IDX-VENDEDOR)   TO TOTAL-EXPIRADOS.
           ADD VEND-TAB-ORCADO(IDX-VENDEDOR)      TO TOTAL-ORCADO.
           ADD VEND-TAB-CONVERTIDO(IDX-VENDEDOR)  TO TOTAL-CONVERTIDO.
           ADD 1 TO IDX-VENDEDOR.

       CALCULA-TAXA-GERAL.
           MOVE ZEROS TO TAXA-CONVERSAO.
           IF TOTAL-EMITIDOS IS GREATER THAN ZEROS
               COMPUTE TAXA-CONVERSAO ROUNDED =
                       TOTAL-CONVERTIDOS * 100 / TOTAL-EMITIDOS.
           MOVE TAXA-CONVERSAO TO TAXA-EDITADA.

       IMPRIME-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM CALCULA-TAXA-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL  EMITIDOS " TOTAL-EMITIDOS
                  "  CONVERTIDOS " TOTAL-CONVERTIDOS
                  "  RECUSADOS " TOTAL-RECUSADOS
                  "  TAXA " TAXA-EDITADA "%"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "       ABERTOS " TOTAL-ABERTOS
                  "  EXPIRADOS " TOTAL-EXPIRADOS
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-ORCADO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "       VALOR ORCADO     : " VALOR-EDITADO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-CONVERTIDO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "       VALOR CONVERTIDO : " VALOR-EDITADO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    SEGUNDA PASSAGEM - OS EXPIRADOS DO PERIODO, COM OS DIAS
      *    DESDE O VENCIMENTO DA VALIDADE (PROG95), PARA O VENDEDOR
      *    RETOMAR O CONTATO COM O CLIENTE.
       LISTA-ORCAMENTOS-EXPIRADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ORCAMENTOS EXPIRADOS A ACOMPANHAR"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ORCAM. CLIENTE NOME                 VEND.  "
                  "VALIDADE           VALOR  DIAS"
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO VALOR-EXPIRADO.
           PERFORM ABRE-ARQUIVO-ORCAM.
           MOVE "N" TO FINAL-ORCAM.
           PERFORM LEIA-PROXIMO-ORCAMENTO.
           PERFORM EXAMINA-EXPIRADO
                   UNTIL FINAL-ORCAM IS EQUAL "S".
           CLOSE ARQUIVO-ORCAM.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE VALOR-EXPIRADO TO VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXPIRADOS : " TOTAL-EXPIRADOS
                  "   VALOR EM ABERTO : " VALOR-EDITADO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       EXAMINA-EXPIRADO.
           IF ORCAM-DATA IS NOT LESS THAN DATA-INICIAL
                   AND ORCAM-DATA IS NOT GREATER THAN DATA-FINAL
               PERFORM VERIFICA-EXPIRACAO
               IF ORCAMENTO-EXPIRADO
                   PERFORM IMPRIME-EXPIRADO.
           PERFORM LEIA-PROXIMO-ORCAMENTO.

       IMPRIME-EXPIRADO.
           MOVE ORCAM-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "(FORA DO CADASTRO)" TO CLIENTE-NOME.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE ORCAM-VALIDADE TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE  TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-INVALIDA
               MOVE ZEROS TO DTVAL-DIAS.
           MOVE ORCAM-NUMERO         TO LINE-NUMERO.
           MOVE ORCAM-CLIENTE-CODIGO TO LINE-CLIENTE.
           MOVE CLIENTE-NOME         TO LINE-NOME.
           MOVE ORCAM-VENDEDOR       TO LINE-VENDEDOR.
           MOVE ORCAM-VALIDADE-DIA   TO LINE-VALIDADE-DIA.
           MOVE ORCAM-VALIDADE-MES   TO LINE-VALIDADE-MES.
           MOVE ORCAM-VALIDADE-ANO   TO LINE-VALIDADE-ANO.
           MOVE ORCAM-VALOR-TOTAL    TO LINE-VALOR.
           MOVE DTVAL-DIAS           TO LINE-DIAS.
           MOVE LINHA-EXPIRADO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD ORCAM-VALOR-TOTAL TO VALOR-EXPIRADO.
