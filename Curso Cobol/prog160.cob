       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG160.

      *    CONCILIACAO BANCARIA - LE O EXTRATO DEVOLVIDO PELO BANCO
      *    (EXTRATO.RET) DE UMA CONTA DA EMPRESA (CONTABCO.DAT) E
      *    CASA CADA LANCAMENTO COM OS MOVIMENTOS DO SISTEMA NA
      *    MESMA CONTA E NO PERIODO DO EXTRATO - RECEBIMENTOS
      *    (RECEB.DAT, PRINCIPAL MAIS JUROS) A CREDITO, PAGAMENTOS A
      *    FORNECEDORES (PAGTOS.DAT) E REMESSAS DA FOLHA
      *    (REMFOLHA.DAT) A DEBITO. O CASAMENTO EXIGE O MESMO SENTIDO
      *    E O MESMO VALOR, COM A DATA DENTRO DA TOLERANCIA DE DIAS
      *    DE COMPENSACAO. O RELATORIO CONCIL.REL LISTA OS ITENS
      *    CASADOS, OS LANCAMENTOS DO SISTEMA QUE NAO APARECEM NO
      *    BANCO E OS DO BANCO QUE NAO ESTAO NO SISTEMA (TARIFAS,
      *    DEPOSITOS NAO IDENTIFICADOS). SUBSTITUI A CONFERENCIA EM
      *    PAPEL CONTRA AS LISTAGENS DO PROG62 E DO PROG147. SOBRANDO
      *    ITEM DE QUALQUER LADO, TERMINA COM RETURN-CODE 4.
      *    2026-10-15 AS ENTRADAS DE ADIANTAMENTO DE CLIENTES
      *    (ADIANT.DAT, VER PROG61/PROG104) ENTRARAM A CREDITO NA
      *    CONCILIACAO. A APLICACAO DO ADIANTAMENTO NUMA NOTA NAO
      *    MOVE DINHEIRO - O RECEBIMENTO GERADO FICA SEM CONTA E NAO
      *    E' CONCILIADO.
      *    2026-10-15 O RECEBIMENTO EM CARTAO NAO CAI NA CONTA NA
      *    DATA DA BAIXA - ELE SAI DA CONCILIACAO E ENTRA NO LUGAR
      *    DELE A LIQUIDACAO DA ADQUIRENTE (CARTREC.DAT, VER PROG226),
      *    PELO LIQUIDO CREDITADO NA DATA DO CREDITO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCTABCO.cob".
           COPY "SELRECEB.cob".
           COPY "SELPAGTO.cob".
           COPY "SELREMFOL.cob".
           COPY "SELADIANT.cob".
           COPY "SELCARTREC.cob".
      *    EXTRATO DA CONTA DEVOLVIDO PELO BANCO.
           SELECT ARQUIVO-EXTRATO
           ASSIGN TO "EXTRATO.RET"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRATO-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "CONCIL.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCTABCO.cob".
           COPY "FDRECEB.cob".
           COPY "FDPAGTO.cob".
           COPY "FDREMFOL.cob".
           COPY "FDADIANT.cob".
           COPY "FDCARTREC.cob".

       FD  ARQUIVO-EXTRATO.
       01  LINHA-EXTRATO.
           05 EXT-TIPO-REG        PIC X(01).
           05 EXT-DADOS           PIC X(79).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  REMFOL-ARQ-STATUS       PIC X(02).
       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  CARTREC-ARQ-STATUS      PIC X(02).
       01  EXTRATO-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

           COPY "DTVALPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

      *    DIAS DE DIFERENCA ACEITOS ENTRE A DATA DO LANCAMENTO NO
      *    SISTEMA E A DATA EM QUE O BANCO O EFETIVOU (COMPENSACAO
      *    DE CHEQUE, DEPOSITO FORA DO EXPEDIENTE, FIM DE SEMANA).
       01  TOLERANCIA-DIAS         PIC 9(02) VALUE 3.

      *    LAYOUT FIXO DO HEADER DO EXTRATO - CONTA E PERIODO.
       01  HEADER-EXTRATO.
           05 HDE-BANCO            PIC 9(03).
           05 HDE-AGENCIA          PIC 9(04).
           05 HDE-CONTA            PIC 9(10).
           05 HDE-DATA-INICIAL     PIC 9(08).
           05 HDE-DATA-FINAL       PIC 9(08).

      *    LAYOUT FIXO DO DETALHE DO EXTRATO - DATA, SENTIDO ("C" =
      *    CREDITO, "D" = DEBITO), VALOR, DOCUMENTO E HISTORICO.
       01  DETALHE-EXTRATO.
           05 DTE-DATA             PIC 9(08).
           05 DTE-SENTIDO          PIC X(01).
           05 DTE-VALOR            PIC 9(09)V9(02).
           05 DTE-DOCUMENTO        PIC X(10).
           05 DTE-HISTORICO        PIC X(30).

       01  HEADER-LIDO-SW          PIC X(01) VALUE "N".
           88 HEADER-LIDO             VALUE "S".
       01  CONTA-ACHADA-SW         PIC X(01).
           88 CONTA-ACHADA            VALUE "S".
       01  CONTA-CONCILIADA        PIC 9(03).
       01  CONTA-DESCRICAO         PIC X(30).
       01  DATA-INICIAL            PIC 9(08).
       01  DATA-FINAL              PIC 9(08).
       01  DATA-LANCAMENTO         PIC 9(08).

      *    LANCAMENTOS DO BANCO LIDOS DO EXTRATO.
       01  TABELA-BANCO.
           05 QTD-BANCO            PIC 9(04) VALUE ZEROS.
           05 BANCO-ITEM OCCURS 2000 TIMES.
               10 BANCO-DATA          PIC 9(08).
               10 BANCO-SENTIDO       PIC X(01).
               10 BANCO-VALOR         PIC 9(09)V9(02).
               10 BANCO-DOCUMENTO     PIC X(10).
               10 BANCO-HISTORICO     PIC X(30).
               10 BANCO-CASADO        PIC 9(04).
       01  IDX-BANCO               PIC 9(04).

      *    LANCAMENTOS DO SISTEMA NA CONTA E NO PERIODO - A ORIGEM
      *    DIZ DE QUE ARQUIVO VEIO E A REFERENCIA E' A NOTA, O TITULO
      *    OU A COMPETENCIA DA FOLHA.
       01  TABELA-LIVRO.
           05 QTD-LIVRO            PIC 9(04) VALUE ZEROS.
           05 LIVRO-ITEM OCCURS 2000 TIMES.
               10 LIVRO-DATA          PIC 9(08).
               10 LIVRO-SENTIDO       PIC X(01).
               10 LIVRO-VALOR         PIC 9(09)V9(02).
               10 LIVRO-ORIGEM        PIC X(05).
               10 LIVRO-REFERENCIA    PIC 9(06).
               10 LIVRO-CASADO        PIC 9(04).
       01  IDX-LIVRO               PIC 9(04).

       01  NOVO-LIVRO-DATA         PIC 9(08).
       01  NOVO-LIVRO-SENTIDO      PIC X(01).
       01  NOVO-LIVRO-VALOR        PIC 9(09)V9(02).
       01  NOVO-LIVRO-ORIGEM       PIC X(05).
       01  NOVO-LIVRO-REFERENCIA   PIC 9(06).

       01  DIAS-DIFERENCA          PIC S9(08).
       01  DIAS-ABSOLUTOS          PIC 9(08).

       01  LINHA-CASADO.
           05 CAS-DATA-BANCO       PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CAS-DATA-LIVRO       PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CAS-SENTIDO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CAS-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CAS-ORIGEM           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CAS-REFERENCIA       PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 CAS-HISTORICO        PIC X(30).

       01  LINHA-SO-BANCO.
           05 SBC-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SBC-SENTIDO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SBC-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SBC-DOCUMENTO        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SBC-HISTORICO        PIC X(30).

       01  LINHA-SO-LIVRO.
           05 SLV-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SLV-SENTIDO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SLV-VALOR            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SLV-ORIGEM           PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 SLV-REFERENCIA       PIC 9(06).

       01  TOTAL-CASADOS           PIC 9(06) VALUE ZEROS.
       01  TOTAL-SO-BANCO          PIC 9(06) VALUE ZEROS.
       01  TOTAL-SO-LIVRO          PIC 9(06) VALUE ZEROS.
       01  CREDITOS-BANCO          PIC 9(11)V9(02) VALUE ZEROS.
       01  DEBITOS-BANCO           PIC 9(11)V9(02) VALUE ZEROS.
       01  CREDITOS-LIVRO          PIC 9(11)V9(02) VALUE ZEROS.
       01  DEBITOS-LIVRO           PIC 9(11)V9(02) VALUE ZEROS.
       01  TOTAL-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CONCILIACAO BANCARIA ----".

           OPEN INPUT ARQUIVO-EXTRATO.
           IF EXTRATO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ARQUIVO DO EXTRATO EXTRATO.RET NAO "
                       "DISPONIVEL - STATUS : " EXTRATO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-EXTRATO.
           PERFORM CARREGA-LINHA-EXTRATO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-EXTRATO.

           IF NOT HEADER-LIDO
               DISPLAY "EXTRATO.RET SEM HEADER DA CONTA."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           PERFORM LOCALIZA-CONTA-DO-EXTRATO.
           IF NOT CONTA-ACHADA
               DISPLAY "CONTA DO EXTRATO " HDE-BANCO "/" HDE-AGENCIA
                       "/" HDE-CONTA " NAO CADASTRADA EM CONTABCO.DAT"
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           DISPLAY "CONTA " CONTA-CONCILIADA " - " CONTA-DESCRICAO.
           DISPLAY "PERIODO " DATA-INICIAL " A " DATA-FINAL.

           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM CARREGA-ADIANTAMENTOS.
           PERFORM CARREGA-LIQUIDACOES-CARTAO.
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM CARREGA-REMESSAS-FOLHA.

           MOVE 1 TO IDX-BANCO.
           PERFORM CASA-UM-LANCAMENTO-BANCO
                   UNTIL IDX-BANCO IS GREATER THAN QTD-BANCO.

           PERFORM IMPRIME-CONCILIACAO.

           DISPLAY "==============================================".
           DISPLAY "CONFERENCIA DA CONCILIACAO :".
           DISPLAY "  LANCAMENTOS DO BANCO    : " QTD-BANCO.
           DISPLAY "  LANCAMENTOS DO SISTEMA  : " QTD-LIVRO.
           DISPLAY "  CASADOS                 : " TOTAL-CASADOS.
           DISPLAY "  SO NO SISTEMA           : " TOTAL-SO-LIVRO.
           DISPLAY "  SO NO BANCO             : " TOTAL-SO-BANCO.
           DISPLAY "==============================================".
           IF TOTAL-SO-LIVRO IS GREATER THAN ZEROS
              OR TOTAL-SO-BANCO IS GREATER THAN ZEROS
               DISPLAY "PENDENCIAS LISTADAS EM CONCIL.REL."
               MOVE 4 TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-EXTRATO.
           READ ARQUIVO-EXTRATO AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    O HEADER ("0") TRAZ A CONTA E O PERIODO, OS DETALHES
      *    ("1") OS LANCAMENTOS - O TRAILER DO BANCO E' IGNORADO.
       CARREGA-LINHA-EXTRATO.
           IF EXT-TIPO-REG IS EQUAL "0"
               MOVE EXT-DADOS TO HEADER-EXTRATO
               MOVE HDE-DATA-INICIAL TO DATA-INICIAL
               MOVE HDE-DATA-FINAL   TO DATA-FINAL
               MOVE "S" TO HEADER-LIDO-SW.
           IF EXT-TIPO-REG IS EQUAL "1"
               MOVE EXT-DADOS TO DETALHE-EXTRATO
               PERFORM GUARDA-LANCAMENTO-BANCO.
           PERFORM LEIA-PROXIMO-EXTRATO.

       GUARDA-LANCAMENTO-BANCO.
           IF QTD-BANCO IS GREATER THAN OR EQUAL 2000
               DISPLAY "TABELA DO EXTRATO CHEIA "
                       "(LIMITE 2000 LANCAMENTOS) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-BANCO.
           MOVE DTE-DATA      TO BANCO-DATA(QTD-BANCO).
           MOVE DTE-SENTIDO   TO BANCO-SENTIDO(QTD-BANCO).
           MOVE DTE-VALOR     TO BANCO-VALOR(QTD-BANCO).
           MOVE DTE-DOCUMENTO TO BANCO-DOCUMENTO(QTD-BANCO).
           MOVE DTE-HISTORICO TO BANCO-HISTORICO(QTD-BANCO).
           MOVE ZEROS         TO BANCO-CASADO(QTD-BANCO).
           IF DTE-SENTIDO IS EQUAL "C"
               ADD DTE-VALOR TO CREDITOS-BANCO
           ELSE
               ADD DTE-VALOR TO DEBITOS-BANCO.

      *    O CADASTRO E' INDEXADO PELO CODIGO INTERNO - A CONTA DO
      *    EXTRATO E' PROCURADA NUMA LEITURA SEQUENCIAL.
       LOCALIZA-CONTA-DO-EXTRATO.
           MOVE "N" TO CONTA-ACHADA-SW.
           OPEN INPUT ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-CONTA
               PERFORM CONFERE-CONTA-DO-EXTRATO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
                       OR CONTA-ACHADA.
           CLOSE ARQUIVO-CTABCO.

       LEIA-PROXIMA-CONTA.
           READ ARQUIVO-CTABCO NEXT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       CONFERE-CONTA-DO-EXTRATO.
           IF CTABCO-BANCO IS EQUAL HDE-BANCO
              AND CTABCO-AGENCIA IS EQUAL HDE-AGENCIA
              AND CTABCO-CONTA IS EQUAL HDE-CONTA
               MOVE CTABCO-CODIGO TO CONTA-CONCILIADA
               MOVE CTABCO-DESCRICAO TO CONTA-DESCRICAO
               MOVE "S" TO CONTA-ACHADA-SW
           ELSE
               PERFORM LEIA-PROXIMA-CONTA.

      *===============================================================
      *    LANCAMENTOS DO SISTEMA - SO OS DA CONTA DO EXTRATO E
      *    DENTRO DO PERIODO. O RECEBIMENTO ENTRA PELO VALOR QUE DE
      *    FATO CAIU NA CONTA, PRINCIPAL MAIS JUROS E MULTA.
      *===============================================================
       CARREGA-RECEBIMENTOS.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RECEB
               PERFORM SELECIONA-RECEBIMENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-RECEB.

       LEIA-PROXIMO-RECEB.
           READ ARQUIVO-RECEB NEXT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SELECIONA-RECEBIMENTO.
           MOVE RECEB-DATA TO DATA-LANCAMENTO.
           IF RECEB-CONTA-BANCO IS EQUAL CONTA-CONCILIADA
              AND NOT RECEB-CARTAO
              AND DATA-LANCAMENTO IS NOT LESS THAN DATA-INICIAL
              AND DATA-LANCAMENTO IS NOT GREATER THAN DATA-FINAL
               MOVE DATA-LANCAMENTO    TO NOVO-LIVRO-DATA
               MOVE "C"                TO NOVO-LIVRO-SENTIDO
               COMPUTE NOVO-LIVRO-VALOR =
                       RECEB-VALOR + RECEB-VALOR-JUROS
               MOVE "RECEB"            TO NOVO-LIVRO-ORIGEM
               MOVE RECEB-NOTA-NUMERO  TO NOVO-LIVRO-REFERENCIA
               PERFORM GUARDA-LANCAMENTO-LIVRO.
           PERFORM LEIA-PROXIMO-RECEB.

      *    O ADIANTAMENTO DO CLIENTE (SEM NOTA OU EXCEDENTE DE UM
      *    PAGAMENTO) ENTRA PELO VALOR GUARDADO, COM O CLIENTE COMO
      *    REFERENCIA.
       CARREGA-ADIANTAMENTOS.
           OPEN INPUT ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ADIANT
               PERFORM SELECIONA-ADIANTAMENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-ADIANT.

       LEIA-PROXIMO-ADIANT.
           READ ARQUIVO-ADIANT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SELECIONA-ADIANTAMENTO.
           MOVE ADIANT-DATA TO DATA-LANCAMENTO.
           IF ADIANT-ENTRADA
              AND ADIANT-CONTA-BANCO IS EQUAL CONTA-CONCILIADA
              AND DATA-LANCAMENTO IS NOT LESS THAN DATA-INICIAL
              AND DATA-LANCAMENTO IS NOT GREATER THAN DATA-FINAL
               MOVE DATA-LANCAMENTO    TO NOVO-LIVRO-DATA
               MOVE "C"                TO NOVO-LIVRO-SENTIDO
               MOVE ADIANT-VALOR       TO NOVO-LIVRO-VALOR
               MOVE "ADIAN"            TO NOVO-LIVRO-ORIGEM
               MOVE ADIANT-CLIENTE     TO NOVO-LIVRO-REFERENCIA
               PERFORM GUARDA-LANCAMENTO-LIVRO.
           PERFORM LEIA-PROXIMO-ADIANT.

      *    A VENDA EM CARTAO LIQUIDADA ENTRA PELO LIQUIDO QUE A
      *    ADQUIRENTE DEPOSITOU, NA DATA DO CREDITO, COM A NOTA COMO
      *    REFERENCIA.
       CARREGA-LIQUIDACOES-CARTAO.
           OPEN INPUT ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CARTREC
               PERFORM SELECIONA-LIQUIDACAO-CARTAO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CARTREC.

       LEIA-PROXIMO-CARTREC.
           READ ARQUIVO-CARTREC NEXT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SELECIONA-LIQUIDACAO-CARTAO.
           MOVE CARTREC-DATA-CREDITO TO DATA-LANCAMENTO.
           IF CARTREC-LIQUIDADO
              AND CARTREC-CONTA-BANCO IS EQUAL CONTA-CONCILIADA
              AND DATA-LANCAMENTO IS NOT LESS THAN DATA-INICIAL
              AND DATA-LANCAMENTO IS NOT GREATER THAN DATA-FINAL
               MOVE DATA-LANCAMENTO       TO NOVO-LIVRO-DATA
               MOVE "C"                   TO NOVO-LIVRO-SENTIDO
               MOVE CARTREC-VALOR-LIQUIDO TO NOVO-LIVRO-VALOR
               MOVE "CARTA"               TO NOVO-LIVRO-ORIGEM
               MOVE CARTREC-NOTA          TO NOVO-LIVRO-REFERENCIA
               PERFORM GUARDA-LANCAMENTO-LIVRO.
           PERFORM LEIA-PROXIMO-CARTREC.

       CARREGA-PAGAMENTOS.
           OPEN INPUT ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PAGTO
               PERFORM SELECIONA-PAGAMENTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PAGTO.

       LEIA-PROXIMO-PAGTO.
           READ ARQUIVO-PAGTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SELECIONA-PAGAMENTO.
           MOVE PAGTO-DATA TO DATA-LANCAMENTO.
           IF PAGTO-CONTA-BANCO IS EQUAL CONTA-CONCILIADA
              AND DATA-LANCAMENTO IS NOT LESS THAN DATA-INICIAL
              AND DATA-LANCAMENTO IS NOT GREATER THAN DATA-FINAL
               MOVE DATA-LANCAMENTO    TO NOVO-LIVRO-DATA
               MOVE "D"                TO NOVO-LIVRO-SENTIDO
               MOVE PAGTO-VALOR        TO NOVO-LIVRO-VALOR
               MOVE "PAGTO"            TO NOVO-LIVRO-ORIGEM
               MOVE PAGTO-TITULO       TO NOVO-LIVRO-REFERENCIA
               PERFORM GUARDA-LANCAMENTO-LIVRO.
           PERFORM LEIA-PROXIMO-PAGTO.

      *    A REMESSA DA FOLHA SAI DO BANCO NUM DEBITO UNICO PELO
      *    TOTAL DOS CREDITOS AOS FUNCIONARIOS.
       CARREGA-REMESSAS-FOLHA.
           OPEN INPUT ARQUIVO-REMFOL.
           IF REMFOL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMA-REMFOL
               PERFORM SELECIONA-REMESSA-FOLHA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-REMFOL.

       LEIA-PROXIMA-REMFOL.
           READ ARQUIVO-REMFOL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SELECIONA-REMESSA-FOLHA.
           MOVE REMFOL-DATA TO DATA-LANCAMENTO.
           IF REMFOL-CONTA-BANCO IS EQUAL CONTA-CONCILIADA
              AND DATA-LANCAMENTO IS NOT LESS THAN DATA-INICIAL
              AND DATA-LANCAMENTO IS NOT GREATER THAN DATA-FINAL
               MOVE DATA-LANCAMENTO    TO NOVO-LIVRO-DATA
               MOVE "D"                TO NOVO-LIVRO-SENTIDO
               MOVE REMFOL-VALOR       TO NOVO-LIVRO-VALOR
               MOVE "FOLHA"            TO NOVO-LIVRO-ORIGEM
               MOVE REMFOL-COMPETENCIA TO NOVO-LIVRO-REFERENCIA
               PERFORM GUARDA-LANCAMENTO-LIVRO.
           PERFORM LEIA-PROXIMA-REMFOL.

       GUARDA-LANCAMENTO-LIVRO.
           IF QTD-LIVRO IS GREATER THAN OR EQUAL 2000
               DISPLAY "TABELA DE LANCAMENTOS DO SISTEMA CHEIA "
                       "(LIMITE 2000) - AUMENTE O OCCURS."
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO QTD-LIVRO.
           MOVE NOVO-LIVRO-DATA       TO LIVRO-DATA(QTD-LIVRO).
           MOVE NOVO-LIVRO-SENTIDO    TO LIVRO-SENTIDO(QTD-LIVRO).
           MOVE NOVO-LIVRO-VALOR      TO LIVRO-VALOR(QTD-LIVRO).
           MOVE NOVO-LIVRO-ORIGEM     TO LIVRO-ORIGEM(QTD-LIVRO).
           MOVE NOVO-LIVRO-REFERENCIA TO LIVRO-REFERENCIA(QTD-LIVRO).
           MOVE ZEROS                 TO LIVRO-CASADO(QTD-LIVRO).
           IF NOVO-LIVRO-SENTIDO IS EQUAL "C"
               ADD NOVO-LIVRO-VALOR TO CREDITOS-LIVRO
           ELSE
               ADD NOVO-LIVRO-VALOR TO DEBITOS-LIVRO.

      *===============================================================
      *    CASAMENTO - CADA LANCAMENTO DO BANCO FICA COM O PRIMEIRO
      *    LANCAMENTO DO SISTEMA AINDA LIVRE, DO MESMO SENTIDO E
      *    VALOR, COM A DATA DENTRO DA TOLERANCIA. CADA LADO GUARDA
      *    O INDICE DO OUTRO.
      *===============================================================
       CASA-UM-LANCAMENTO-BANCO.
           MOVE 1 TO IDX-LIVRO.
           PERFORM TESTA-LANCAMENTO-LIVRO
                   UNTIL IDX-LIVRO IS GREATER THAN QTD-LIVRO
                   OR BANCO-CASADO(IDX-BANCO) IS NOT EQUAL ZEROS.
           ADD 1 TO IDX-BANCO.

       TESTA-LANCAMENTO-LIVRO.
           IF LIVRO-CASADO(IDX-LIVRO) IS EQUAL ZEROS
              AND LIVRO-SENTIDO(IDX-LIVRO) IS EQUAL
                  BANCO-SENTIDO(IDX-BANCO)
              AND LIVRO-VALOR(IDX-LIVRO) IS EQUAL
                  BANCO-VALOR(IDX-BANCO)
               PERFORM CALCULA-DIAS-ENTRE-DATAS
               IF DIAS-ABSOLUTOS IS NOT GREATER THAN TOLERANCIA-DIAS
                   MOVE IDX-LIVRO TO BANCO-CASADO(IDX-BANCO)
                   MOVE IDX-BANCO TO LIVRO-CASADO(IDX-LIVRO)
                   ADD 1 TO TOTAL-CASADOS.
           ADD 1 TO IDX-LIVRO.

      *    A DIFERENCA EM DIAS VEM DA ROTINA CENTRAL (PROG95) - DATA
      *    INVALIDA EM QUALQUER DOS LADOS NUNCA CASA.
       CALCULA-DIAS-ENTRE-DATAS.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           MOVE LIVRO-DATA(IDX-LIVRO) TO DTVAL-DATA-1.
           MOVE BANCO-DATA(IDX-BANCO) TO DTVAL-DATA-2.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           MOVE DTVAL-DIAS TO DIAS-DIFERENCA.
           IF DTVAL-DATA-INVALIDA
               MOVE 99999999 TO DIAS-ABSOLUTOS
           ELSE
               IF DIAS-DIFERENCA IS LESS THAN ZEROS
                   COMPUTE DIAS-ABSOLUTOS = ZEROS - DIAS-DIFERENCA
               ELSE
                   MOVE DIAS-DIFERENCA TO DIAS-ABSOLUTOS.

      *===============================================================
      *    RELATORIO - CASADOS, SO NO SISTEMA, SO NO BANCO E OS
      *    TOTAIS DE CREDITO E DEBITO DE CADA LADO.
      *===============================================================
       IMPRIME-CONCILIACAO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO BANCARIA - CONTA " CONTA-CONCILIADA
                  " " CONTA-DESCRICAO
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "BANCO " HDE-BANCO " AGENCIA " HDE-AGENCIA
                  " CONTA " HDE-CONTA " - PERIODO " DATA-INICIAL
                  " A " DATA-FINAL
                  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "LANCAMENTOS CASADOS" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DT BANCO DT SIST. S           VALOR ORIG. REF.   HIST"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-BANCO.
           PERFORM IMPRIME-CASADO
                   UNTIL IDX-BANCO IS GREATER THAN QTD-BANCO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "NO SISTEMA E NAO NO BANCO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DATA     S           VALOR ORIG. REF."
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-LIVRO.
           PERFORM IMPRIME-SO-LIVRO
                   UNTIL IDX-LIVRO IS GREATER THAN QTD-LIVRO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NO BANCO E NAO NO SISTEMA "
                  "(TARIFAS, DEPOSITOS NAO IDENTIFICADOS)"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DATA     S           VALOR DOCUMENTO  HISTORICO"
                TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-BANCO.
           PERFORM IMPRIME-SO-BANCO
                   UNTIL IDX-BANCO IS GREATER THAN QTD-BANCO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CREDITOS-BANCO TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CREDITOS NO BANCO     : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CREDITOS-LIVRO TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CREDITOS NO SISTEMA   : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DEBITOS-BANCO TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEBITOS NO BANCO      : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE DEBITOS-LIVRO TO TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEBITOS NO SISTEMA    : " TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CASADOS : " TOTAL-CASADOS
                  "  SO NO SISTEMA : " TOTAL-SO-LIVRO
                  "  SO NO BANCO : " TOTAL-SO-BANCO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

       IMPRIME-CASADO.
           IF BANCO-CASADO(IDX-BANCO) IS NOT EQUAL ZEROS
               MOVE BANCO-CASADO(IDX-BANCO) TO IDX-LIVRO
               MOVE BANCO-DATA(IDX-BANCO)   TO CAS-DATA-BANCO
               MOVE LIVRO-DATA(IDX-LIVRO)   TO CAS-DATA-LIVRO
               MOVE BANCO-SENTIDO(IDX-BANCO) TO CAS-SENTIDO
               MOVE BANCO-VALOR(IDX-BANCO)  TO CAS-VALOR
               MOVE LIVRO-ORIGEM(IDX-LIVRO) TO CAS-ORIGEM
               MOVE LIVRO-REFERENCIA(IDX-LIVRO) TO CAS-REFERENCIA
               MOVE BANCO-HISTORICO(IDX-BANCO) TO CAS-HISTORICO
               MOVE LINHA-CASADO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-BANCO.

       IMPRIME-SO-LIVRO.
           IF LIVRO-CASADO(IDX-LIVRO) IS EQUAL ZEROS
               MOVE LIVRO-DATA(IDX-LIVRO)       TO SLV-DATA
               MOVE LIVRO-SENTIDO(IDX-LIVRO)    TO SLV-SENTIDO
               MOVE LIVRO-VALOR(IDX-LIVRO)      TO SLV-VALOR
               MOVE LIVRO-ORIGEM(IDX-LIVRO)     TO SLV-ORIGEM
               MOVE LIVRO-REFERENCIA(IDX-LIVRO) TO SLV-REFERENCIA
               MOVE LINHA-SO-LIVRO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO TOTAL-SO-LIVRO.
           ADD 1 TO IDX-LIVRO.

       IMPRIME-SO-BANCO.
           IF BANCO-CASADO(IDX-BANCO) IS EQUAL ZEROS
               MOVE BANCO-DATA(IDX-BANCO)      TO SBC-DATA
               MOVE BANCO-SENTIDO(IDX-BANCO)   TO SBC-SENTIDO
               MOVE BANCO-VALOR(IDX-BANCO)     TO SBC-VALOR
               MOVE BANCO-DOCUMENTO(IDX-BANCO) TO SBC-DOCUMENTO
               MOVE BANCO-HISTORICO(IDX-BANCO) TO SBC-HISTORICO
               MOVE LINHA-SO-BANCO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO TOTAL-SO-BANCO.
           ADD 1 TO IDX-BANCO.
