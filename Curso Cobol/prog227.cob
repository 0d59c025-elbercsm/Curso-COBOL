       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG227.

      *    RELATORIO DOS RECEBIMENTOS EM CARTAO AINDA NAO LIQUIDADOS
      *    PELA ADQUIRENTE (CARTREC.DAT, GRAVADO NA BAIXA DO PROG61 E
      *    LIQUIDADO PELA IMPORTACAO DO PROG226) - GRAVA EM
      *    CARTNLIQ.REL, NA ORDEM DA DATA DA VENDA, CADA RECEBIMENTO
      *    PENDENTE COM O NSU, A NOTA, O CLIENTE, A CONTA EM QUE O
      *    CREDITO E' ESPERADO, O VALOR BRUTO E A IDADE EM DIAS, E NO
      *    FIM O TOTAL GERAL POR FAIXA DE IDADE. A IDADE E' CALCULADA
      *    PELA ROTINA CENTRAL DE DATAS (PROG95).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELCARTREC.cob".
           COPY "SELCLIENTE.cob".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "CARTNLIQ.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

           SELECT ARQUIVO-ORDENACAO ASSIGN TO "WORK-CARTREL.TMP".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCARTREC.cob".
           COPY "FDCLIENTE.cob".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-DATA             PIC 9(08).
           05 ORD-DATA-R REDEFINES ORD-DATA.
               10 ORD-DATA-ANO     PIC 9(04).
               10 ORD-DATA-MES     PIC 9(02).
               10 ORD-DATA-DIA     PIC 9(02).
           05 ORD-NSU              PIC 9(12).
           05 ORD-NOTA             PIC 9(06).
           05 ORD-CLIENTE          PIC 9(06).
           05 ORD-CONTA-BANCO      PIC 9(03).
           05 ORD-VALOR-BRUTO      PIC 9(08)V9(02).
           05 ORD-DIAS             PIC 9(05).

       WORKING-STORAGE SECTION.

       01  CARTREC-ARQ-STATUS      PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-CARTREC           PIC X.
       01  FINAL-ORDENACAO         PIC X.

       01  DATA-CORRENTE           PIC 9(08).
       01  DATA-CORRENTE-R REDEFINES DATA-CORRENTE.
           05 DATA-CORRENTE-ANO    PIC 9(04).
           05 DATA-CORRENTE-MES    PIC 9(02).
           05 DATA-CORRENTE-DIA    PIC 9(02).

           COPY "DTVALPARM.cob".

      *    FAIXAS DE IDADE DO TOTAL GERAL - ATE 30 DIAS (PRAZO
      *    NORMAL DO CREDITO), DE 31 A 60 E ACIMA DE 60.
       01  TOTAIS-GERAIS.
           05 GERAL-RECEBIMENTOS   PIC 9(05).
           05 GERAL-VALOR          PIC 9(10)V9(02).
           05 GERAL-MAIOR-IDADE    PIC 9(05).
           05 GERAL-FAIXA OCCURS 3 TIMES.
               10 FAIXA-RECEBIMENTOS PIC 9(05).
               10 FAIXA-VALOR        PIC 9(10)V9(02).
       01  TABELA-NOMES-FAIXAS.
           05 FILLER               PIC X(14) VALUE "ATE 30 DIAS".
           05 FILLER               PIC X(14) VALUE "DE 31 A 60".
           05 FILLER               PIC X(14) VALUE "ACIMA DE 60".
       01  NOMES-FAIXAS REDEFINES TABELA-NOMES-FAIXAS.
           05 NOME-FAIXA           PIC X(14) OCCURS 3 TIMES.
       01  IDX-FAIXA               PIC 9(01).
       01  TOTAL-DATAS-INVALIDAS   PIC 9(05) VALUE ZEROS.
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.

       01  LINHA-DETALHE.
           05 DET-DATA-DIA         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-MES         PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 DET-DATA-ANO         PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NSU              PIC 9(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOTA             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-NOME             PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CONTA            PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-VALOR            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-IDADE            PIC ZZZZ9.

       01  LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-TITULO           PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-RECEBIMENTOS     PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE " RECEBIMENTOS ".
           05 TOT-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(14) VALUE "  MAIOR IDADE ".
           05 TOT-MAIOR-IDADE      PIC ZZZZ9.

       01  LINHA-FAIXA.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FXA-NOME             PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FXA-RECEBIMENTOS     PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE " RECEBIMENTOS ".
           05 FXA-VALOR            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CARTOES NAO LIQUIDADOS PELA ADQUIRENTE ----".
           MOVE ZEROS TO TOTAIS-GERAIS.

           OPEN INPUT ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM RECEBIMENTO EM CARTAO REGISTRADO "
                       "(CARTREC.DAT)."
               STOP RUN.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-DATA
                                ORD-NSU
               INPUT PROCEDURE IS SELECIONA-PENDENTES
               OUTPUT PROCEDURE IS LISTA-PENDENTES.

           PERFORM GRAVA-TOTAL-GERAL.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CARTREC.

           MOVE GERAL-VALOR TO VALOR-EDITADO.
           DISPLAY "RECEBIMENTOS NAO LIQUIDADOS : " GERAL-RECEBIMENTOS
                   " - " VALOR-EDITADO.
           IF TOTAL-DATAS-INVALIDAS IS GREATER THAN ZEROS
               DISPLAY "RECEBIMENTOS COM DATA INVALIDA (IDADE ZERO) : "
                       TOTAL-DATAS-INVALIDAS
               MOVE 4 TO RETURN-CODE.
           DISPLAY "RELATORIO GRAVADO EM CARTNLIQ.REL.".

       PROGRAM-DONE.
           STOP RUN.

      *    SO OS RECEBIMENTOS AINDA PENDENTES - A IDADE VAI DA DATA
      *    DA VENDA ATE HOJE.
       SELECIONA-PENDENTES.
           MOVE "N" TO FINAL-CARTREC.
           PERFORM LEIA-PROXIMO-CARTREC.
           PERFORM LIBERA-PENDENTE
                   UNTIL FINAL-CARTREC IS EQUAL "S".

       LEIA-PROXIMO-CARTREC.
           READ ARQUIVO-CARTREC NEXT AT END
           MOVE "S" TO FINAL-CARTREC.

       LIBERA-PENDENTE.
           IF CARTREC-PENDENTE
               MOVE CARTREC-DATA-VENDA  TO ORD-DATA
               MOVE CARTREC-NSU         TO ORD-NSU
               MOVE CARTREC-NOTA        TO ORD-NOTA
               MOVE CARTREC-CLIENTE     TO ORD-CLIENTE
               MOVE CARTREC-CONTA-BANCO TO ORD-CONTA-BANCO
               MOVE CARTREC-VALOR-BRUTO TO ORD-VALOR-BRUTO
               MOVE ZEROS               TO ORD-DIAS
               PERFORM CALCULA-IDADE
               RELEASE ORDENACAO-REGISTRO.
           PERFORM LEIA-PROXIMO-CARTREC.

       CALCULA-IDADE.
           MOVE "D" TO DTVAL-FUNCAO.
           MOVE CARTREC-DATA-VENDA TO DTVAL-DATA-1.
           MOVE DATA-CORRENTE TO DTVAL-DATA-2.
           MOVE "N" TO DTVAL-EXIGE-PASSADO.
           CALL "PROG95" USING DTVAL-PARAMETROS.
           IF DTVAL-DATA-VALIDA
                   AND DTVAL-DIAS IS GREATER THAN ZEROS
               MOVE DTVAL-DIAS TO ORD-DIAS
           ELSE IF DTVAL-DATA-INVALIDA
               ADD 1 TO TOTAL-DATAS-INVALIDAS
               DISPLAY "NSU " CARTREC-NSU " COM DATA INVALIDA - "
                       "IDADE CONSIDERADA ZERO.".

       LISTA-PENDENTES.
           MOVE "N" TO FINAL-ORDENACAO.
           PERFORM RETORNA-ORDENADO.
           PERFORM LISTA-UM-PENDENTE
                   UNTIL FINAL-ORDENACAO IS EQUAL "S".

       RETORNA-ORDENADO.
           RETURN ARQUIVO-ORDENACAO AT END
           MOVE "S" TO FINAL-ORDENACAO.

       LISTA-UM-PENDENTE.
           PERFORM GRAVA-DETALHE.
           ADD 1               TO GERAL-RECEBIMENTOS.
           ADD ORD-VALOR-BRUTO TO GERAL-VALOR.
           IF ORD-DIAS IS GREATER THAN GERAL-MAIOR-IDADE
               MOVE ORD-DIAS TO GERAL-MAIOR-IDADE.
           PERFORM ACUMULA-FAIXA-DE-IDADE.
           PERFORM RETORNA-ORDENADO.

       GRAVA-DETALHE.
           MOVE ORD-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE
                INVALID KEY
                MOVE "NAO CADASTRADO" TO CLIENTE-NOME.
           IF CLIENTE-ARQ-STATUS IS NOT EQUAL "00"
               MOVE "NAO CADASTRADO" TO CLIENTE-NOME.
           MOVE ORD-DATA-DIA    TO DET-DATA-DIA.
           MOVE ORD-DATA-MES    TO DET-DATA-MES.
           MOVE ORD-DATA-ANO    TO DET-DATA-ANO.
           MOVE ORD-NSU         TO DET-NSU.
           MOVE ORD-NOTA        TO DET-NOTA.
           MOVE ORD-CLIENTE     TO DET-CLIENTE.
           MOVE CLIENTE-NOME    TO DET-NOME.
           MOVE ORD-CONTA-BANCO TO DET-CONTA.
           MOVE ORD-VALOR-BRUTO TO DET-VALOR.
           MOVE ORD-DIAS        TO DET-IDADE.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       ACUMULA-FAIXA-DE-IDADE.
           IF ORD-DIAS IS NOT GREATER THAN 30
               MOVE 1 TO IDX-FAIXA
           ELSE IF ORD-DIAS IS NOT GREATER THAN 60
               MOVE 2 TO IDX-FAIXA
           ELSE
               MOVE 3 TO IDX-FAIXA.
           ADD 1               TO FAIXA-RECEBIMENTOS(IDX-FAIXA).
           ADD ORD-VALOR-BRUTO TO FAIXA-VALOR(IDX-FAIXA).

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RECEBIMENTOS EM CARTAO NAO LIQUIDADOS PELA "
                  "ADQUIRENTE - EM " DATA-CORRENTE-DIA "/"
                  DATA-CORRENTE-MES "/" DATA-CORRENTE-ANO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDA      NSU          NOTA   CODIGO NOME"
                  "            CTA   VALOR BRUTO IDADE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-TOTAL-GERAL.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL GERAL"       TO TOT-TITULO.
           MOVE GERAL-RECEBIMENTOS  TO TOT-RECEBIMENTOS.
           MOVE GERAL-VALOR         TO TOT-VALOR.
           MOVE GERAL-MAIOR-IDADE   TO TOT-MAIOR-IDADE.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "  POR IDADE (DIAS) :" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO IDX-FAIXA.
           PERFORM GRAVA-UMA-FAIXA
                   UNTIL IDX-FAIXA IS GREATER THAN 3.

       GRAVA-UMA-FAIXA.
           MOVE NOME-FAIXA(IDX-FAIXA)         TO FXA-NOME.
           MOVE FAIXA-RECEBIMENTOS(IDX-FAIXA) TO FXA-RECEBIMENTOS.
           MOVE FAIXA-VALOR(IDX-FAIXA)        TO FXA-VALOR.
           MOVE LINHA-FAIXA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IDX-FAIXA.
