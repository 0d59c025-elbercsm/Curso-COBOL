       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG242.

      *    CONFERENCIA DO ENCADEAMENTO DA TRILHA DE AUDITORIA - PERCORRE
      *    AUDITLOG.DAT (OU UM ANO ARQUIVADO, AUDIAAAA.ARQ) REFAZENDO
      *    A CORRENTE DE SEQUENCIAS E CHECAGENS GRAVADA PELO PROG240,
      *    A PARTIR DA ANCORA DO ARQUIVO (AUDCTL.DAT PARA O VIVO,
      *    AUDANC.DAT PARA O ANO, GRAVADAS PELO EXPURGO PROG139). VAI
      *    PARA AUDVER.REL, COM A POSICAO NO ARQUIVO E A SEQUENCIA :
      *    - LACUNA - SEQUENCIA PULADA, REGISTROS APAGADOS;
      *    - SEQUENCIA REPETIDA OU FORA DE ORDEM - REGISTRO INCLUIDO
      *      OU COPIADO;
      *    - CHECAGEM QUE NAO CONFERE - REGISTRO ALTERADO (ELE OU O
      *      ANTERIOR, QUANDO A CHECAGEM DELE FOI REFEITA);
      *    - REGISTRO SEM SEQUENCIA DEPOIS DO INICIO DO ENCADEAMENTO;
      *    - FIM DO ARQUIVO ANTES DO ULTIMO ELO DO CONTROLE - REGISTROS
      *      FINAIS APAGADOS - OU DEPOIS DELE.
      *    REGISTROS SEM SEQUENCIA NO COMECO DO ARQUIVO SAO ANTERIORES
      *    AO ENCADEAMENTO E SO SAO CONTADOS. DEPOIS DE CADA QUEBRA A
      *    CONFERENCIA SEGUE DO ELO GRAVADO NO PROPRIO REGISTRO, PARA
      *    UMA QUEBRA NAO CONTAMINAR O RESTO DO ARQUIVO.
      *    ANO EM BRANCO CONFERE O ARQUIVO VIVO - E' O PASSO DO
      *    DAILYJOB (STEP004), COM INICIO E FIM NO MSGLOG. TERMINA COM
      *    RETURN-CODE 4 QUANDO HA QUEBRA E 8 QUANDO O ARQUIVO ANUAL
      *    PEDIDO NAO TEM ANCORA OU NAO EXISTE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAUDCTL.cob".
           COPY "SELAUDANC.cob".
           COPY "SELMSGLOG.cob".
      *    O ARQUIVO CONFERIDO, COM NOME MONTADO EM TEMPO DE EXECUCAO
      *    (O VIVO OU O ANUAL, MESMO LEIAUTE).
           SELECT OPTIONAL ARQUIVO-TRILHA
           ASSIGN TO NOME-ARQUIVO-TRILHA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TRILHA-ARQ-STATUS.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "AUDVER.REL"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RELAT-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDCTL.cob".
           COPY "FDAUDANC.cob".
           COPY "FDMSGLOG.cob".

      *    MESMO LEIAUTE DO FDAUDIT - SO OS CAMPOS DO ENCADEAMENTO SAO
      *    USADOS AQUI.
       FD  ARQUIVO-TRILHA.
       01  TRILHA-REGISTRO.
           05 TRILHA-CONTEUDO.
               10 TRILHA-DADOS        PIC X(99).
               10 TRILHA-SEQUENCIA    PIC 9(09).
           05 TRILHA-CHECAGEM         PIC 9(09).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO         PIC X(80).

       WORKING-STORAGE SECTION.

       01  AUDCTL-ARQ-STATUS       PIC X(02).
       01  AUDANC-ARQ-STATUS       PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  TRILHA-ARQ-STATUS       PIC X(02).
       01  RELAT-ARQ-STATUS        PIC X(02).
       01  FINAL-TRILHA            PIC X.
       01  FINAL-AUDANC            PIC X.

           COPY "AUDCHNPARM.cob".

       01  DATA-CORRENTE.
           05 DATA-CORRENTE-ANO   PIC 9(04).
           05 DATA-CORRENTE-MES   PIC 9(02).
           05 DATA-CORRENTE-DIA   PIC 9(02).

       01  NOME-ARQUIVO-TRILHA     PIC X(14).
       01  ANO-INFORMADO           PIC X(04).
       01  ANO-CONFERIDO           PIC 9(04) VALUE ZEROS.
       01  MODO-LOTE-SW            PIC X(01) VALUE "N".
           88 MODO-LOTE            VALUE "S".

      *    ELOS DE PARTIDA E DE CHEGADA DO ARQUIVO CONFERIDO.
       01  ANCORA-SEQUENCIA        PIC 9(09) VALUE ZEROS.
       01  ANCORA-CHECAGEM         PIC 9(09) VALUE ZEROS.
       01  FINAL-SEQUENCIA         PIC 9(09) VALUE ZEROS.
       01  FINAL-CHECAGEM          PIC 9(09) VALUE ZEROS.
       01  ANCORA-ACHADA-SW        PIC X(01) VALUE "N".
           88 ANCORA-ACHADA        VALUE "S".

      *    ELO DO ULTIMO REGISTRO CONFERIDO.
       01  ELO-SEQUENCIA           PIC 9(09).
       01  ELO-CHECAGEM            PIC 9(09).
       01  SEQUENCIA-ESPERADA      PIC 9(09).
       01  ENCADEADO-SW            PIC X(01) VALUE "N".
           88 JA-ENCADEADO         VALUE "S".

       01  POSICAO-NO-ARQUIVO      PIC 9(09) VALUE ZEROS.
       01  SEQUENCIA-DA-QUEBRA     PIC 9(09) VALUE ZEROS.
       01  QTD-ANTERIORES          PIC 9(09) VALUE ZEROS.
       01  QTD-ENCADEADOS          PIC 9(09) VALUE ZEROS.
       01  QTD-QUEBRAS             PIC 9(07) VALUE ZEROS.
       01  QTD-FALTANTES           PIC 9(09).
       01  RETORNO-FINAL           PIC 9(02) VALUE ZEROS.

       01  LINHA-QUEBRA.
           05 LQ-POSICAO           PIC ZZZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LQ-SEQUENCIA         PIC ZZZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LQ-OCORRENCIA        PIC X(59).
       01  QTD-EDICAO              PIC ZZZZZZZZ9.
       01  SEQ-EDICAO-1            PIC ZZZZZZZZ9.
       01  SEQ-EDICAO-2            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- CONFERENCIA DO ENCADEAMENTO DA AUDITORIA ----".
           DISPLAY "ANO ARQUIVADO A CONFERIR (AAAA - ENTER = ARQUIVO "
                   "VIVO) : ".
           MOVE SPACES TO ANO-INFORMADO.
           ACCEPT ANO-INFORMADO.
           IF ANO-INFORMADO IS EQUAL SPACES
               MOVE "S" TO MODO-LOTE-SW
               MOVE "AUDITLOG.DAT" TO NOME-ARQUIVO-TRILHA
           ELSE
               IF ANO-INFORMADO IS NOT NUMERIC
                   DISPLAY "ANO INVALIDO : " ANO-INFORMADO
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE ANO-INFORMADO TO ANO-CONFERIDO
                   MOVE SPACES TO NOME-ARQUIVO-TRILHA
                   STRING "AUDI" ANO-CONFERIDO ".ARQ"
                          DELIMITED BY SIZE
                     INTO NOME-ARQUIVO-TRILHA.

           IF MODO-LOTE
               PERFORM GRAVA-MSGLOG-INICIO
               PERFORM LE-ANCORA-DO-VIVO
           ELSE
               PERFORM LE-ANCORA-DO-ANO.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM GRAVA-CABECALHO.

           IF NOT MODO-LOTE AND NOT ANCORA-ACHADA
               MOVE ZEROS TO POSICAO-NO-ARQUIVO
               MOVE ZEROS TO SEQUENCIA-DA-QUEBRA
               MOVE "ANO SEM ANCORA EM AUDANC.DAT - NAO ARQUIVADO PELO"
                    TO LQ-OCORRENCIA
               PERFORM GRAVA-QUEBRA
               MOVE "EXPURGO OU ANCORA APAGADA." TO LQ-OCORRENCIA
               PERFORM GRAVA-CONTINUACAO
               MOVE 8 TO RETORNO-FINAL
           ELSE
               PERFORM CONFERE-ARQUIVO.

           PERFORM GRAVA-RESUMO.
           CLOSE ARQUIVO-RELATORIO.

           IF QTD-QUEBRAS IS GREATER THAN ZEROS
                   AND RETORNO-FINAL IS LESS THAN 4
               MOVE 4 TO RETORNO-FINAL.

           DISPLAY "REGISTROS CONFERIDOS  : " POSICAO-NO-ARQUIVO.
           DISPLAY "QUEBRAS ENCONTRADAS   : " QTD-QUEBRAS.
           DISPLAY "RELATORIO GRAVADO EM AUDVER.REL.".
           IF MODO-LOTE
               PERFORM GRAVA-MSGLOG-FIM.
           MOVE RETORNO-FINAL TO RETURN-CODE.

       PROGRAM-DONE.
           STOP RUN.

      *    O ARQUIVO VIVO PARTE DA ANCORA DO CONTROLE E TERMINA NO
      *    ULTIMO ELO GRAVADO PELO PROG240.
       LE-ANCORA-DO-VIVO.
           MOVE "S" TO ANCORA-ACHADA-SW.
           MOVE ZEROS TO AUDCTL-REGISTRO.
           OPEN INPUT ARQUIVO-AUDCTL.
           IF AUDCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-AUDCTL
               IF AUDCTL-ARQ-STATUS IS NOT EQUAL "00"
                   MOVE ZEROS TO AUDCTL-REGISTRO.
           CLOSE ARQUIVO-AUDCTL.
           IF AUDCTL-REGISTRO IS NOT NUMERIC
               MOVE ZEROS TO AUDCTL-REGISTRO.
           MOVE AUDCTL-ANCORA-SEQUENCIA TO ANCORA-SEQUENCIA.
           MOVE AUDCTL-ANCORA-CHECAGEM  TO ANCORA-CHECAGEM.
           MOVE AUDCTL-ULTIMA-SEQUENCIA TO FINAL-SEQUENCIA.
           MOVE AUDCTL-ULTIMA-CHECAGEM  TO FINAL-CHECAGEM.

       LE-ANCORA-DO-ANO.
           MOVE "N" TO ANCORA-ACHADA-SW.
           OPEN INPUT ARQUIVO-AUDANC.
           IF AUDANC-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-AUDANC
               PERFORM LEIA-PROXIMA-AUDANC
               PERFORM PROCURA-ANCORA-DO-ANO
                       UNTIL ANCORA-ACHADA
                       OR FINAL-AUDANC IS EQUAL "S".
           CLOSE ARQUIVO-AUDANC.

       LEIA-PROXIMA-AUDANC.
           READ ARQUIVO-AUDANC AT END
           MOVE "S" TO FINAL-AUDANC.

       PROCURA-ANCORA-DO-ANO.
           IF AUDANC-ANO IS EQUAL ANO-CONFERIDO
               MOVE "S" TO ANCORA-ACHADA-SW
               MOVE AUDANC-ANCORA-SEQUENCIA TO ANCORA-SEQUENCIA
               MOVE AUDANC-ANCORA-CHECAGEM  TO ANCORA-CHECAGEM
               MOVE AUDANC-FINAL-SEQUENCIA  TO FINAL-SEQUENCIA
               MOVE AUDANC-FINAL-CHECAGEM   TO FINAL-CHECAGEM
           ELSE
               PERFORM LEIA-PROXIMA-AUDANC.

       CONFERE-ARQUIVO.
           MOVE ANCORA-SEQUENCIA TO ELO-SEQUENCIA.
           MOVE ANCORA-CHECAGEM  TO ELO-CHECAGEM.
           OPEN INPUT ARQUIVO-TRILHA.
           IF TRILHA-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-TRILHA
               PERFORM LEIA-PROXIMA-TRILHA
               PERFORM CONFERE-UM-REGISTRO
                       UNTIL FINAL-TRILHA IS EQUAL "S"
           ELSE
               IF NOT MODO-LOTE
                   MOVE 8 TO RETORNO-FINAL.
           CLOSE ARQUIVO-TRILHA.
           PERFORM CONFERE-FIM-DO-ARQUIVO.

       LEIA-PROXIMA-TRILHA.
           READ ARQUIVO-TRILHA AT END
           MOVE "S" TO FINAL-TRILHA.

      *    REGISTRO FORA DA SEQUENCIA ESPERADA NAO TEM A CHECAGEM
      *    CONFERIDA (O ELO ANTERIOR DELE NAO E' O NOSSO); DE QUALQUER
      *    FORMA A CONFERENCIA SEGUE DO ELO GRAVADO NELE.
       CONFERE-UM-REGISTRO.
           ADD 1 TO POSICAO-NO-ARQUIVO.
           MOVE ZEROS TO SEQUENCIA-DA-QUEBRA.
           IF TRILHA-SEQUENCIA IS NUMERIC
               MOVE TRILHA-SEQUENCIA TO SEQUENCIA-DA-QUEBRA.
           IF TRILHA-SEQUENCIA IS NOT NUMERIC
                   OR TRILHA-SEQUENCIA IS EQUAL ZEROS
               PERFORM TRATA-REGISTRO-SEM-SEQUENCIA
           ELSE
               MOVE "S" TO ENCADEADO-SW
               ADD 1 TO QTD-ENCADEADOS
               COMPUTE SEQUENCIA-ESPERADA = ELO-SEQUENCIA + 1
               IF TRILHA-SEQUENCIA IS GREATER THAN SEQUENCIA-ESPERADA
                   PERFORM ACUSA-LACUNA
               ELSE
                   IF TRILHA-SEQUENCIA IS LESS THAN SEQUENCIA-ESPERADA
                       MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM"
                         TO LQ-OCORRENCIA
                       MOVE "(INCLUIDO/COPIADO)" TO LQ-OCORRENCIA(37:18)
                       PERFORM GRAVA-QUEBRA
                   ELSE
                       PERFORM CONFERE-CHECAGEM
                   END-IF
               END-IF
               MOVE TRILHA-SEQUENCIA TO ELO-SEQUENCIA
               MOVE TRILHA-CHECAGEM  TO ELO-CHECAGEM.
           PERFORM LEIA-PROXIMA-TRILHA.

       TRATA-REGISTRO-SEM-SEQUENCIA.
           IF JA-ENCADEADO
               MOVE "REGISTRO SEM SEQUENCIA DEPOIS DO INICIO"
                    TO LQ-OCORRENCIA
               MOVE "DA CORRENTE." TO LQ-OCORRENCIA(41:12)
               PERFORM GRAVA-QUEBRA
           ELSE
               ADD 1 TO QTD-ANTERIORES.

       ACUSA-LACUNA.
           COMPUTE QTD-FALTANTES = TRILHA-SEQUENCIA
                                 - SEQUENCIA-ESPERADA.
           MOVE QTD-FALTANTES TO QTD-EDICAO.
           MOVE SEQUENCIA-ESPERADA TO SEQ-EDICAO-1.
           MOVE SPACES TO LQ-OCORRENCIA.
           STRING "LACUNA - FALTAM" QTD-EDICAO
                  " REGS. A PARTIR DA SEQ." SEQ-EDICAO-1
                  DELIMITED BY SIZE INTO LQ-OCORRENCIA.
           PERFORM GRAVA-QUEBRA.

       CONFERE-CHECAGEM.
           MOVE TRILHA-CONTEUDO TO AUDCHN-CONTEUDO.
           MOVE ELO-CHECAGEM TO AUDCHN-CHECAGEM-ANTERIOR.
           CALL "PROG241" USING AUDCHN-PARAMETROS.
           IF TRILHA-CHECAGEM IS NOT NUMERIC
                   OR AUDCHN-CHECAGEM IS NOT EQUAL TRILHA-CHECAGEM
               MOVE "CHECAGEM NAO CONFERE - ALTERADO"
                    TO LQ-OCORRENCIA
               MOVE "(ESTE OU O ANTERIOR)." TO LQ-OCORRENCIA(33:21)
               PERFORM GRAVA-QUEBRA.

      *    O ULTIMO ELO DO ARQUIVO TEM DE SER O DO CONTROLE - ANTES
      *    DELE, REGISTROS FINAIS FORAM APAGADOS; DEPOIS, O CONTROLE
      *    FOI TROCADO OU RESTAURADO SEM A TRILHA.
       CONFERE-FIM-DO-ARQUIVO.
           IF ELO-SEQUENCIA IS LESS THAN FINAL-SEQUENCIA
               COMPUTE QTD-FALTANTES = FINAL-SEQUENCIA - ELO-SEQUENCIA
               MOVE QTD-FALTANTES TO QTD-EDICAO
               MOVE FINAL-SEQUENCIA TO SEQ-EDICAO-1
               MOVE SPACES TO LQ-OCORRENCIA
               STRING "FIM DO ARQUIVO - FALTAM" QTD-EDICAO
                      " REGS. ATE A SEQ." SEQ-EDICAO-1
                      DELIMITED BY SIZE INTO LQ-OCORRENCIA
               PERFORM GRAVA-QUEBRA-DO-FIM
           ELSE
               IF ELO-SEQUENCIA IS GREATER THAN FINAL-SEQUENCIA
                   MOVE FINAL-SEQUENCIA TO SEQ-EDICAO-1
                   MOVE SPACES TO LQ-OCORRENCIA
                   STRING "FIM DO ARQUIVO ALEM DO CONTROLE (ULTIMA "
                          "SEQ. " SEQ-EDICAO-1 ")."
                          DELIMITED BY SIZE INTO LQ-OCORRENCIA
                   PERFORM GRAVA-QUEBRA-DO-FIM
               ELSE
                   IF ELO-CHECAGEM IS NOT EQUAL FINAL-CHECAGEM
                       MOVE "FIM DO ARQUIVO - ULTIMO ELO DIFERENTE"
                         TO LQ-OCORRENCIA
                       MOVE "DO CONTROLE." TO LQ-OCORRENCIA(39:12)
                       PERFORM GRAVA-QUEBRA-DO-FIM.

       GRAVA-QUEBRA-DO-FIM.
           MOVE ELO-SEQUENCIA TO SEQUENCIA-DA-QUEBRA.
           PERFORM GRAVA-QUEBRA.

       GRAVA-QUEBRA.
           MOVE POSICAO-NO-ARQUIVO TO LQ-POSICAO.
           MOVE SEQUENCIA-DA-QUEBRA TO LQ-SEQUENCIA.
           MOVE LINHA-QUEBRA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LQ-OCORRENCIA.
           ADD 1 TO QTD-QUEBRAS.

       GRAVA-CONTINUACAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LQ-OCORRENCIA TO LINHA-RELATORIO(22:59).
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LQ-OCORRENCIA.

       GRAVA-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONFERENCIA DO ENCADEAMENTO DA AUDITORIA - "
                  NOME-ARQUIVO-TRILHA " - EM " DATA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ANCORA-SEQUENCIA TO SEQ-EDICAO-1.
           MOVE FINAL-SEQUENCIA  TO SEQ-EDICAO-2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ANCORA : SEQ." SEQ-EDICAO-1
                  "    ULTIMO ELO DO CONTROLE : SEQ." SEQ-EDICAO-2
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " POSICAO   SEQUENCIA  OCORRENCIA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       GRAVA-RESUMO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS LIDOS : " POSICAO-NO-ARQUIVO
                  "   ENCADEADOS : " QTD-ENCADEADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ANTERIORES AO ENCADEAMENTO : " QTD-ANTERIORES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF QTD-QUEBRAS IS EQUAL ZEROS
               MOVE "CORRENTE INTEGRA - NENHUMA QUEBRA ENCONTRADA."
                    TO LINHA-RELATORIO
           ELSE
               STRING "QUEBRAS ENCONTRADAS : " QTD-QUEBRAS
                      DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    REGISTRA O INICIO E O FIM DA EXECUCAO NO LOG DE OPERACOES,
      *    COM OS CONTADORES E O RETORNO FINAL (VER PROG84/PROG234).
       GRAVA-MSGLOG-INICIO.
           MOVE "INICIO DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "I" TO MSGLOG-EVENTO.
           MOVE ZEROS TO MSGLOG-QTD-LIDOS.
           MOVE ZEROS TO MSGLOG-QTD-GRAVADOS.
           MOVE ZEROS TO MSGLOG-QTD-REJEITADOS.
           MOVE ZEROS TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-MSGLOG-FIM.
           MOVE "FIM DA EXECUCAO." TO MSGLOG-MENSAGEM.
           MOVE "F" TO MSGLOG-EVENTO.
           MOVE POSICAO-NO-ARQUIVO TO MSGLOG-QTD-LIDOS.
           MOVE QTD-ENCADEADOS TO MSGLOG-QTD-GRAVADOS.
           MOVE QTD-QUEBRAS TO MSGLOG-QTD-REJEITADOS.
           MOVE RETORNO-FINAL TO MSGLOG-RETORNO.
           PERFORM GRAVA-REGISTRO-MSGLOG.

       GRAVA-REGISTRO-MSGLOG.
           ACCEPT MSGLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT MSGLOG-HORA FROM TIME.
           MOVE ZEROS TO MSGLOG-ID-MENSAGEM.
           MOVE "PROG242" TO MSGLOG-PROGRAMA.
           OPEN EXTEND ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-MSGLOG.
           WRITE MSGLOG-REGISTRO.
           CLOSE ARQUIVO-MSGLOG.
