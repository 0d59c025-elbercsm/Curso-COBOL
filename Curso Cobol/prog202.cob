       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG202.

      *    EXAMES MEDICOS OCUPACIONAIS (ASO.DAT) - REGISTRA A
      *    REALIZACAO DOS EXAMES ADMISSIONAL, PERIODICO, DE RETORNO
      *    AO TRABALHO E DEMISSIONAL, COM A DATA (VALIDADA PELO
      *    PROG95), O RESULTADO E O MEDICO, BAIXANDO O PENDENTE DO
      *    MESMO TIPO GERADO PELA AGENDA (PROG203) OU INCLUINDO O
      *    EXAME QUANDO NAO HAVIA PENDENTE; E LISTA OS EXAMES DE UM
      *    FUNCIONARIO. O DEMITIDO E' PROCURADO NO HISTORICO
      *    FUNCDEM.DAT - O EXAME DEMISSIONAL E' O QUE O CHECKLIST DE
      *    DESLIGAMENTO (PROG129) E O ACERTO (PROG68) CONFEREM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFUNCDEM.cob".
           COPY "SELASO.cob".
      *    ARQUIVO DE TRABALHO DA BAIXA DO PENDENTE.
           SELECT ARQUIVO-ASOTMP
           ASSIGN TO "ASO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ASOTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFUNCDEM.cob".
           COPY "FDASO.cob".

       FD  ARQUIVO-ASOTMP.
       01  ASOTMP-REGISTRO         PIC X(52).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FUNCDEM-ARQ-STATUS      PIC X(02).
       01  ASO-ARQ-STATUS          PIC X(02).
       01  ASOTMP-ARQ-STATUS       PIC X(02).
       01  FINAL-FUNCDEM           PIC X.
       01  FINAL-ASO               PIC X.

       01  DATA-CORRENTE           PIC 9(08).

       01  OPCAO-PROGRAMA          PIC X(01).
           88 OPCAO-REGISTRAR      VALUE "R".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

       01  CODIGO-INFORMADO        PIC 9(06).
       01  NOME-DO-FUNCIONARIO     PIC X(20).
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  TIPO-INFORMADO          PIC X(01).
           88 TIPO-INFORMADO-VALIDO VALUE "A" "P" "R" "D".
       01  REALIZACAO-INFORMADA    PIC X(08).
       01  RESULTADO-INFORMADO     PIC X(01).
           88 RESULTADO-VALIDO     VALUE "A" "I".
       01  MEDICO-INFORMADO        PIC X(20).
       01  BAIXADO-SW              PIC X(01).
           88 BAIXADO              VALUE "S".
       01  TOTAL-LISTADOS          PIC 9(03).

       01  NOME-DO-TIPO            PIC X(12).
       01  SITUACAO-DO-EXAME       PIC X(10).
           COPY "DTVALPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- EXAMES MEDICOS OCUPACIONAIS (ASO) ----".

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

           MOVE SPACE TO OPCAO-PROGRAMA.
           PERFORM EXECUTA-OPCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-FUNCIONARIO.

       PROGRAM-DONE.
           STOP RUN.

       EXECUTA-OPCAO.
           DISPLAY "OPCAO - (R)EGISTRAR EXAME (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-PROGRAMA.
           ACCEPT OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "r"
               MOVE "R" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "l"
               MOVE "L" TO OPCAO-PROGRAMA.
           IF OPCAO-PROGRAMA IS EQUAL "s"
               MOVE "S" TO OPCAO-PROGRAMA.
           IF OPCAO-REGISTRAR
               PERFORM REGISTRA-EXAME.
           IF OPCAO-LISTAR
               PERFORM LISTA-EXAMES.

      *    PROCURA NO CADASTRO ATIVO E, NAO ACHANDO, NO HISTORICO DE
      *    DEMITIDOS - O EXAME DEMISSIONAL E' FEITO DEPOIS DA BAIXA
      *    DO CADASTRO.
       PEDE-FUNCIONARIO.
           MOVE "N" TO ENCONTRADO-SW.
           DISPLAY "CODIGO DO FUNCIONARIO : ".
           MOVE ZEROS TO CODIGO-INFORMADO.
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                PERFORM PROCURA-NOS-DEMITIDOS
                NOT INVALID KEY
                MOVE FUNCIONARIO-NOME TO NOME-DO-FUNCIONARIO
                MOVE "S" TO ENCONTRADO-SW.
           IF ENCONTRADO
               DISPLAY "FUNCIONARIO : " NOME-DO-FUNCIONARIO
           ELSE
               DISPLAY "CODIGO " CODIGO-INFORMADO " NAO ENCONTRADO.".

       PROCURA-NOS-DEMITIDOS.
           OPEN INPUT ARQUIVO-FUNCDEM.
           IF FUNCDEM-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FUNCDEM
               PERFORM LEIA-PROXIMO-FUNCDEM
               PERFORM EXAMINA-FUNCDEM
                       UNTIL FINAL-FUNCDEM IS EQUAL "S".
           CLOSE ARQUIVO-FUNCDEM.
           IF ENCONTRADO
               DISPLAY "(FUNCIONARIO DEMITIDO)".

       LEIA-PROXIMO-FUNCDEM.
           READ ARQUIVO-FUNCDEM AT END
           MOVE "S" TO FINAL-FUNCDEM.

       EXAMINA-FUNCDEM.
           IF FUNCDEM-CODIGO IS EQUAL CODIGO-INFORMADO
               MOVE FUNCDEM-NOME TO NOME-DO-FUNCIONARIO
               MOVE "S" TO ENCONTRADO-SW.
           PERFORM LEIA-PROXIMO-FUNCDEM.

       REGISTRA-EXAME.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               PERFORM CAPTURA-EXAME.

       CAPTURA-EXAME.
           DISPLAY "TIPO - (A)DMISSIONAL (P)ERIODICO (R)ETORNO AO "
                   "TRABALHO (D)EMISSIONAL : ".
           MOVE SPACE TO TIPO-INFORMADO.
           ACCEPT TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "a"
               MOVE "A" TO TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "p"
               MOVE "P" TO TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "r"
               MOVE "R" TO TIPO-INFORMADO.
           IF TIPO-INFORMADO IS EQUAL "d"
               MOVE "D" TO TIPO-INFORMADO.
           IF NOT TIPO-INFORMADO-VALIDO
               DISPLAY "TIPO INVALIDO - NADA GRAVADO."
           ELSE
               PERFORM CAPTURA-REALIZACAO.

       CAPTURA-REALIZACAO.
           DISPLAY "DATA DE REALIZACAO (AAAAMMDD) : ".
           MOVE SPACES TO REALIZACAO-INFORMADA.
           ACCEPT REALIZACAO-INFORMADA.
           IF REALIZACAO-INFORMADA IS NOT NUMERIC
               DISPLAY "DATA INVALIDA - NADA GRAVADO."
           ELSE
               MOVE REALIZACAO-INFORMADA TO DTVAL-DATA-1
               MOVE "V" TO DTVAL-FUNCAO
               MOVE "S" TO DTVAL-EXIGE-PASSADO
               CALL "PROG95" USING DTVAL-PARAMETROS
               IF DTVAL-DATA-INVALIDA
                   DISPLAY "DATA INVALIDA OU FUTURA - NADA GRAVADO."
               ELSE
                   PERFORM CAPTURA-RESULTADO.

       CAPTURA-RESULTADO.
           DISPLAY "RESULTADO - (A)PTO (I)NAPTO : ".
           MOVE SPACE TO RESULTADO-INFORMADO.
           ACCEPT RESULTADO-INFORMADO.
           IF RESULTADO-INFORMADO IS EQUAL "a"
               MOVE "A" TO RESULTADO-INFORMADO.
           IF RESULTADO-INFORMADO IS EQUAL "i"
               MOVE "I" TO RESULTADO-INFORMADO.
           IF NOT RESULTADO-VALIDO
               DISPLAY "RESULTADO INVALIDO - NADA GRAVADO."
           ELSE
               DISPLAY "MEDICO EXAMINADOR : "
               MOVE SPACES TO MEDICO-INFORMADO
               ACCEPT MEDICO-INFORMADO
               PERFORM BAIXA-EXAME-PENDENTE
               IF NOT BAIXADO
                   PERFORM INCLUI-EXAME-REALIZADO
               END-IF
               IF RESULTADO-INFORMADO IS EQUAL "I"
                   DISPLAY "ATENCAO : FUNCIONARIO INAPTO - "
                           "COMUNICAR A CHEFIA E O RH.".

      *    O PRIMEIRO PENDENTE DO MESMO TIPO E' DADO COMO REALIZADO -
      *    O ARQUIVO E' RECONSTRUIDO VIA ARQUIVO DE TRABALHO.
       BAIXA-EXAME-PENDENTE.
           MOVE "N" TO BAIXADO-SW.
           OPEN INPUT ARQUIVO-ASO.
           IF ASO-ARQ-STATUS IS NOT EQUAL "00"
               CLOSE ARQUIVO-ASO
           ELSE
               OPEN OUTPUT ARQUIVO-ASOTMP
               MOVE "N" TO FINAL-ASO
               PERFORM LEIA-PROXIMO-ASO
               PERFORM BAIXA-SE-FOR-O-PENDENTE
                       UNTIL FINAL-ASO IS EQUAL "S"
               CLOSE ARQUIVO-ASO
               CLOSE ARQUIVO-ASOTMP
               PERFORM RECARREGA-EXAMES
               IF BAIXADO
                   DISPLAY "EXAME PENDENTE BAIXADO COMO REALIZADO.".

       LEIA-PROXIMO-ASO.
           READ ARQUIVO-ASO AT END
           MOVE "S" TO FINAL-ASO.

       BAIXA-SE-FOR-O-PENDENTE.
           IF ASO-FUNCIONARIO IS EQUAL CODIGO-INFORMADO
                   AND ASO-TIPO IS EQUAL TIPO-INFORMADO
                   AND ASO-PENDENTE
                   AND NOT BAIXADO
               MOVE REALIZACAO-INFORMADA TO ASO-DATA-REALIZACAO
               MOVE RESULTADO-INFORMADO  TO ASO-RESULTADO
               MOVE MEDICO-INFORMADO     TO ASO-MEDICO
               MOVE DATA-CORRENTE        TO ASO-DATA-REGISTRO
               MOVE "S" TO BAIXADO-SW.
           MOVE ASO-REGISTRO TO ASOTMP-REGISTRO.
           WRITE ASOTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-ASO.

       RECARREGA-EXAMES.
           OPEN INPUT ARQUIVO-ASOTMP.
           OPEN OUTPUT ARQUIVO-ASO.
           MOVE "N" TO FINAL-ASO.
           PERFORM LEIA-PROXIMO-ASOTMP.
           PERFORM COPIA-ASOTMP
                   UNTIL FINAL-ASO IS EQUAL "S".
           CLOSE ARQUIVO-ASOTMP.
           CLOSE ARQUIVO-ASO.

       LEIA-PROXIMO-ASOTMP.
           READ ARQUIVO-ASOTMP AT END
           MOVE "S" TO FINAL-ASO.

       COPIA-ASOTMP.
           MOVE ASOTMP-REGISTRO TO ASO-REGISTRO.
           WRITE ASO-REGISTRO.
           PERFORM LEIA-PROXIMO-ASOTMP.

      *    SEM PENDENTE DO TIPO (EXAME FEITO ANTES DE A AGENDA O
      *    GERAR, OU DEMISSIONAL), O EXAME ENTRA COM A PREVISAO IGUAL
      *    A REALIZACAO.
       INCLUI-EXAME-REALIZADO.
           MOVE CODIGO-INFORMADO     TO ASO-FUNCIONARIO.
           MOVE TIPO-INFORMADO       TO ASO-TIPO.
           MOVE REALIZACAO-INFORMADA TO ASO-DATA-PREVISTA.
           MOVE REALIZACAO-INFORMADA TO ASO-DATA-REALIZACAO.
           MOVE RESULTADO-INFORMADO  TO ASO-RESULTADO.
           MOVE MEDICO-INFORMADO     TO ASO-MEDICO.
           MOVE DATA-CORRENTE        TO ASO-DATA-REGISTRO.
           OPEN EXTEND ARQUIVO-ASO.
           IF ASO-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-ASO.
           WRITE ASO-REGISTRO.
           CLOSE ARQUIVO-ASO.
           DISPLAY "EXAME REGISTRADO.".

       LISTA-EXAMES.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               MOVE ZEROS TO TOTAL-LISTADOS
               OPEN INPUT ARQUIVO-ASO
               IF ASO-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "NENHUM EXAME REGISTRADO."
               ELSE
                   MOVE "N" TO FINAL-ASO
                   PERFORM LEIA-PROXIMO-ASO
                   PERFORM LISTA-UM-EXAME
                           UNTIL FINAL-ASO IS EQUAL "S"
                   DISPLAY "EXAMES LISTADOS : " TOTAL-LISTADOS
               END-IF
               CLOSE ARQUIVO-ASO.

       LISTA-UM-EXAME.
           IF ASO-FUNCIONARIO IS EQUAL CODIGO-INFORMADO
               PERFORM NOMEIA-TIPO-DO-EXAME
               IF ASO-PENDENTE
                   IF ASO-DATA-PREVISTA IS LESS THAN DATA-CORRENTE
                       MOVE "ATRASADO" TO SITUACAO-DO-EXAME
                   ELSE
                       MOVE "PENDENTE" TO SITUACAO-DO-EXAME
                   END-IF
               ELSE
                   IF ASO-APTO
                       MOVE "APTO" TO SITUACAO-DO-EXAME
                   ELSE
                       MOVE "INAPTO" TO SITUACAO-DO-EXAME
                   END-IF
               END-IF
               DISPLAY "  " NOME-DO-TIPO " PREVISTO "
                       ASO-PREV-DIA "/" ASO-PREV-MES "/" ASO-PREV-ANO
                       " REALIZADO " ASO-DATA-REALIZACAO " "
                       SITUACAO-DO-EXAME " " ASO-MEDICO
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMO-ASO.

       NOMEIA-TIPO-DO-EXAME.
           MOVE SPACES TO NOME-DO-TIPO.
           IF ASO-ADMISSIONAL
               MOVE "ADMISSIONAL" TO NOME-DO-TIPO.
           IF ASO-PERIODICO
               MOVE "PERIODICO" TO NOME-DO-TIPO.
           IF ASO-RETORNO
               MOVE "RETORNO" TO NOME-DO-TIPO.
           IF ASO-DEMISSIONAL
               MOVE "DEMISSIONAL" TO NOME-DO-TIPO.
