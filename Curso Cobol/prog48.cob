      *    OPCIONAL DE PARAMETROS (PARM48.DAT) - PRESENTE, A
      *    CONSULTA RODA SEM NENHUMA PERGUNTA DE CONSOLE E PODE SER
      *    AGENDADA NO DAILYJOB; AUSENTE, AS PERGUNTAS CONTINUAM.
      *    2026-10-15 PODE SER CHAMADA PELA FILA NOTURNA DE
      *    RELATORIOS (PROG248) - OS FILTROS VEM DO PEDIDO DO
      *    OPERADOR (RELEXEC.DAT), A LISTAGEM SAI TAMBEM EM
      *    RELFILA.REL PARA O ARQUIVAMENTO E O PROGRAMA DEVOLVE O
      *    CONTROLE NO FIM EM VEZ DE ENCERRAR A RODADA.

       ENVIRONMENT DIVISION.

           COPY "SELFUNCIONARIO.cob".
           COPY "SELESCALA.cob".
           COPY "SELPARM48.cob".
           COPY "SELRELEXEC.cob".
           COPY "SELRELFSAI.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDESCALA.cob".
           COPY "FDPARM48.cob".
           COPY "FDRELEXEC.cob".
           COPY "FDRELFSAI.cob".

       WORKING-STORAGE SECTION.

       01  PARAMETROS-LIDOS-SW     PIC X VALUE "N".
           88 PARAMETROS-LIDOS     VALUE "S".

      *    EXECUCAO PELA FILA NOTURNA DE RELATORIOS (VER PROG248).
       01  DATA-CORRENTE           PIC 9(08).
       01  RELEXEC-ARQ-STATUS      PIC X(02).
       01  RELFSAI-ARQ-STATUS      PIC X(02).
       01  EXECUCAO-FILA-SW        PIC X(01) VALUE "N".
           88 EXECUCAO-DA-FILA     VALUE "S".
       01  LINHA-LISTAGEM          PIC X(80) VALUE SPACES.
           COPY "RELFPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           PERFORM VERIFICA-EXECUCAO-DA-FILA.
           IF EXECUCAO-DA-FILA
               PERFORM ASSUME-FILTROS-DO-PEDIDO
           ELSE
               PERFORM CARREGA-PARAMETROS
                       THRU FIM-CARREGA-PARAMETROS
               IF NOT PARAMETROS-LIDOS
                   PERFORM PEDE-FILTROS.
           IF FILTRO-DIA-SEMANA IS GREATER THAN ZEROS
               PERFORM CONSULTA-PELA-ESCALA
               PERFORM EXIBE-TOTAL-E-TERMINA.

           PERFORM EXIBE-TOTAL-E-TERMINA.

      *    NA EXECUCAO PELA FILA O CONTROLE VOLTA AO PROG248.
       PROGRAM-DONE.
           IF EXECUCAO-DA-FILA
               CLOSE ARQUIVO-RELFSAI
               GOBACK.
           STOP RUN.

       EXIBE-TOTAL-E-TERMINA.
           MOVE "--------------" TO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "TOTAL DE FUNCIONARIOS ENCONTRADOS : "
                  TOTAL-ENCONTRADOS
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           GO TO PROGRAM-DONE.

      *    OS DOIS FILTROS SAO OPCIONAIS - EM BRANCO, NAO RESTRINGEM
      *    A BUSCA (MESMA IDEIA DE VERIFICA-FILTRO EM PROG33).
       FIM-CARREGA-PARAMETROS.
           EXIT.

      *    O PROG248 DEIXA EM RELEXEC.DAT O PEDIDO QUE ESTA RODANDO -
      *    SO VALE O PEDIDO DESTE PROGRAMA GRAVADO HOJE, PARA QUE UMA
      *    LINHA ESQUECIDA NAO PRENDA A EXECUCAO DE CONSOLE.
       VERIFICA-EXECUCAO-DA-FILA.
           MOVE "N" TO EXECUCAO-FILA-SW.
           OPEN INPUT ARQUIVO-RELEXEC.
           IF RELEXEC-ARQ-STATUS IS EQUAL "00"
               MOVE SPACES TO RELEXEC-REGISTRO
               READ ARQUIVO-RELEXEC
                    AT END MOVE SPACES TO RELEXEC-REGISTRO
               END-READ
               IF RELEXEC-PROGRAMA IS EQUAL "PROG48"
                       AND RELEXEC-DATA IS EQUAL DATA-CORRENTE
                   MOVE "S" TO EXECUCAO-FILA-SW
                   MOVE RELEXEC-PARAMETROS TO RELFP-AREA.
           CLOSE ARQUIVO-RELEXEC.
           IF EXECUCAO-DA-FILA
               OPEN OUTPUT ARQUIVO-RELFSAI.

      *    OS FILTROS DO PEDIDO SAO OS MESMOS DO PARM48.DAT.
       ASSUME-FILTROS-DO-PEDIDO.
           MOVE RELFP-48-DEPARTAMENTO TO FILTRO-DEPARTAMENTO.
           MOVE RELFP-48-TAREFA       TO FILTRO-TAREFA.
           PERFORM CALCULA-TAMANHO-FILTRO-TAREFA.
           MOVE RELFP-48-DIA-SEMANA   TO FILTRO-DIA-X.
           PERFORM APURA-DIA-SEMANA.
           MOVE RELFP-48-TURNO        TO FILTRO-TURNO.
           DISPLAY "FILTROS DO PEDIDO " RELEXEC-NUMERO
                   " DA FILA DE RELATORIOS.".

      *    REDUZ O TAMANHO CONSIDERADO DO FILTRO ATE' O ULTIMO
      *    CARACTER NAO-BRANCO, PARA QUE A BUSCA POR SUBSTRING NAO
      *    EXIJA O PREENCHIMENTO COMPLETO DO CAMPO COM BRANCOS.
       VERIFICA-STATUS-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
              AND FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                      "STATUS : " FUNCIONARIO-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               IF EXECUCAO-DA-FILA
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
               ELSE
                   STOP RUN.

       LEIA-PROXIMO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           OPEN INPUT ARQUIVO-ESCALA.
           IF ESCALA-ARQ-STATUS IS NOT EQUAL "00"
              AND ESCALA-ARQ-STATUS IS NOT EQUAL "05"
               STRING "ERRO AO ABRIR A ESCALA - STATUS : "
                      ESCALA-ARQ-STATUS
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               IF EXECUCAO-DA-FILA
                   MOVE 8 TO RETURN-CODE
                   GO TO PROGRAM-DONE
               ELSE
                   STOP RUN.
           MOVE "N" TO FINAL-ESCALA.
           PERFORM LEIA-PROXIMA-ESCALA.
           PERFORM AVALIA-LANCAMENTO-ESCALA
       AVALIA-LANCAMENTO-ESCALA.
           PERFORM VERIFICA-FILTRO-ESCALA.
           IF REGISTRO-PASSA
               STRING "FUNCIONARIO " ESCALA-CODIGO " "
                      ESCALA-DEPARTAMENTO " " ESCALA-TURNO " "
                      ESCALA-TAREFA
                      DELIMITED BY SIZE INTO LINHA-LISTAGEM
               PERFORM EMITE-LINHA
               ADD 1 TO TOTAL-ENCONTRADOS.
           PERFORM LEIA-PROXIMA-ESCALA.

                   MOVE "N" TO REGISTRO-PASSA-SW.

       EXIBA-CAMPOS.
           STRING "CODIGO : " FUNCIONARIO-CODIGO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "NOME : " FUNCIONARIO-NOME
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "DEPARTAMENTO : " FUNCIONARIO-DEPARTAMENTO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE FUNCIONARIO-SALARIO TO SALARIO-EDITADO.
           STRING "SALARIO : " SALARIO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "TAREFA DA MANHA : " FUNCIONARIO-PELA-MANHA
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           STRING "TAREFA DA TARDE : " FUNCIONARIO-PELA-TARDE
                  DELIMITED BY SIZE INTO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.
           MOVE "--------------" TO LINHA-LISTAGEM.
           PERFORM EMITE-LINHA.

      *    EXIBE A LINHA E, NA EXECUCAO PELA FILA, GRAVA A MESMA
      *    LINHA NA LISTAGEM QUE O PROG248 ARQUIVA (VER PROG153).
       EMITE-LINHA.
           DISPLAY LINHA-LISTAGEM.
           IF EXECUCAO-DA-FILA
               MOVE LINHA-LISTAGEM TO LINHA-RELFSAI
               WRITE LINHA-RELFSAI.
           MOVE SPACES TO LINHA-LISTAGEM.
