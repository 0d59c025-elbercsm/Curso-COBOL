      *    CLIENTES.DAT E/OU FUNCIONARIOS.DAT A PARTIR DOS ARQUIVOS
      *    .BAK, REDERIVANDO OS CONTROLES CLICTL/FUNCCTL E GRAVANDO A
      *    RESTAURACAO NA TRILHA DE AUDITORIA.
      *    2026-10-15 INCLUIDA A OPCAO 4 - RESTAURACAO DO CONJUNTO
      *    COMPLETO DO BACKUP GERAL (PROG237), QUE RECONSTROI TODOS OS
      *    ARQUIVOS DO SISTEMA DA MESMA DATA PELA ROTINA PROG236, SO
      *    DEPOIS DE O CONJUNTO CONFERIR COM O MANIFESTO. O CATALOGO
      *    MOSTRA O TIPO DE CADA BACKUP.

       ENVIRONMENT DIVISION.

           88 RESTAURA-CLIENTES    VALUE "1".
           88 RESTAURA-FUNCIONARIOS VALUE "2".
           88 RESTAURA-AMBOS       VALUE "3".
           88 RESTAURA-CONJUNTO    VALUE "4".

       01  TOTAL-BACKUPS-LISTADOS  PIC 9(04) VALUE ZEROS.
       01  TOTAL-EXPURGAVEIS       PIC 9(04) VALUE ZEROS.
       01  QTD-FUNC-RESTAURADOS    PIC 9(06) VALUE ZEROS.
       01  MAIOR-CODIGO-FUNC       PIC 9(06) VALUE ZEROS.

           COPY "BAKGPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               PERFORM RESTAURA-ARQUIVO-CLIENTES.
           IF RESTAURA-FUNCIONARIOS OR RESTAURA-AMBOS
               PERFORM RESTAURA-ARQUIVO-FUNCIONARIOS.
           IF RESTAURA-CONJUNTO
               PERFORM RESTAURA-CONJUNTO-COMPLETO.

           DISPLAY "===================================".
           DISPLAY "RESTAURACAO CONCLUIDA - BACKUP DE "
           IF RESTAURA-FUNCIONARIOS OR RESTAURA-AMBOS
               DISPLAY "FUNCIONARIOS RESTAURADOS : "
                       QTD-FUNC-RESTAURADOS.
           IF RESTAURA-CONJUNTO
               DISPLAY "ARQUIVOS RESTAURADOS : " BAKG-QTD-ARQUIVOS
                       " - REGISTROS : " BAKG-QTD-REGISTROS.

       PROGRAM-DONE.
           STOP RUN.
                   (BAKCTL-DATA-ANO * 360) +
                   (BAKCTL-DATA-MES * 30) + BAKCTL-DATA-DIA.
           COMPUTE IDADE-BACKUP = SERIAL-HOJE - SERIAL-BACKUP.
           IF BAKCTL-GERAL
               PERFORM EXIBE-UM-CONJUNTO-GERAL
           ELSE IF IDADE-BACKUP IS GREATER THAN RETENCAO-DIAS
               ADD 1 TO TOTAL-EXPURGAVEIS
               DISPLAY "  " BAKCTL-DATA-DIA "/" BAKCTL-DATA-MES "/"
                       BAKCTL-DATA-ANO " - CLIENTES : "
                       BAKCTL-QTD-FUNCIONARIOS.
           PERFORM LEIA-PROXIMO-BAKCTL.

      *    CONJUNTO DO BACKUP GERAL - SERVE SO PARA A OPCAO 4.
       EXIBE-UM-CONJUNTO-GERAL.
           IF IDADE-BACKUP IS GREATER THAN RETENCAO-DIAS
               ADD 1 TO TOTAL-EXPURGAVEIS
               DISPLAY "  " BAKCTL-DATA-DIA "/" BAKCTL-DATA-MES "/"
                       BAKCTL-DATA-ANO " - CONJUNTO COMPLETO : "
                       BAKCTL-QTD-ARQUIVOS " ARQUIVOS, "
                       BAKCTL-QTD-REGISTROS " REGISTROS"
                       "  ** ALEM DA RETENCAO **"
           ELSE
               DISPLAY "  " BAKCTL-DATA-DIA "/" BAKCTL-DATA-MES "/"
                       BAKCTL-DATA-ANO " - CONJUNTO COMPLETO : "
                       BAKCTL-QTD-ARQUIVOS " ARQUIVOS, "
                       BAKCTL-QTD-REGISTROS " REGISTROS".

       PEDE-DATA-DO-BACKUP.
           DISPLAY "DATA DO BACKUP A RESTAURAR (AAAAMMDD) : ".
           MOVE SPACES TO DATA-ESCOLHIDA-X.
           MOVE SPACE TO OPCAO-RESTAURACAO.
           PERFORM PEDE-UMA-OPCAO
                   UNTIL RESTAURA-CLIENTES OR RESTAURA-FUNCIONARIOS
                   OR RESTAURA-AMBOS OR RESTAURA-CONJUNTO.

       PEDE-UMA-OPCAO.
           DISPLAY "RESTAURAR : 1 = CLIENTES / 2 = FUNCIONARIOS / "
                   "3 = AMBOS / 4 = CONJUNTO COMPLETO : ".
           ACCEPT OPCAO-RESTAURACAO.
           IF NOT RESTAURA-CLIENTES AND NOT RESTAURA-FUNCIONARIOS
                   AND NOT RESTAURA-AMBOS AND NOT RESTAURA-CONJUNTO
               DISPLAY "OPCAO INVALIDA.".

      *    MONTA OS NOMES DOS ARQUIVOS DE BACKUP COM A DATA ESCOLHIDA
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    RECONSTROI TODOS OS ARQUIVOS DO SISTEMA A PARTIR DO
      *    CONJUNTO DO BACKUP GERAL DA DATA ESCOLHIDA - A ROTINA
      *    PROG236 CONFERE O CONJUNTO COM O MANIFESTO ANTES E NAO
      *    TOCA EM NENHUM ARQUIVO SE HOUVER DIVERGENCIA. OS CONTROLES
      *    (CLICTL, FUNCCTL E DEMAIS) VOLTAM JUNTO, DA MESMA DATA.
       RESTAURA-CONJUNTO-COMPLETO.
           MOVE "R" TO BAKG-FUNCAO.
           MOVE DATA-ESCOLHIDA TO BAKG-DATA-CONJUNTO.
           CALL "PROG236" USING BAKG-PARAMETROS.
           IF BAKG-FALHOU
               DISPLAY "CONJUNTO DE " DATA-ESCOLHIDA-X " NAO "
                       "RESTAURADO POR INTEIRO - DIVERGENCIAS : "
                       BAKG-QTD-DIVERGENCIAS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               STOP RUN.

           MOVE "SISTEMA"     TO AUDIT-ENTIDADE.
           MOVE ZEROS         TO AUDIT-CODIGO.
           MOVE "RESTAURACAO" TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "RESTAURADO O BACKUP GERAL DE "
                  DATA-ESCOLHIDA-X DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

       LEIA-PROXIMO-FUNCBAK.
           READ ARQUIVO-FUNCBAK AT END
           MOVE "S" TO FINAL-ARQUIVO.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG56" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
