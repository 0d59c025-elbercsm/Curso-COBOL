       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG194.

      *    MANUTENCAO DAS PENSOES ALIMENTICIAS (PENSAO.DAT) - INCLUI,
      *    EXCLUI E LISTA AS DETERMINACOES JUDICIAIS DE DESCONTO EM
      *    FOLHA DE CADA FUNCIONARIO: BENEFICIARIO, CONTA PARA
      *    CREDITO, BASE (BRUTO OU LIQUIDO DOS DESCONTOS LEGAIS),
      *    PERCENTUAL, INCIDENCIA NO 13O E NAS FERIAS E O NUMERO DO
      *    PROCESSO. A FOLHA (PROG39), O 13O (PROG54) E AS FERIAS
      *    (PROG120) DESCONTAM A PENSAO, ABATENDO-A DA BASE DO IRRF,
      *    E A REMESSA (PROG71) CREDITA O BENEFICIARIO - ACABAM OS
      *    DESCONTOS AVULSOS E AS TRANSFERENCIAS MANUAIS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.cob".
           COPY "SELPENSAO.cob".
      *    ARQUIVO DE TRABALHO DA EXCLUSAO.
           SELECT ARQUIVO-PENTMP
           ASSIGN TO "PENSAO.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENTMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPENSAO.cob".

       FD  ARQUIVO-PENTMP.
       01  PENTMP-REGISTRO         PIC X(96).

       WORKING-STORAGE SECTION.

       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  PENSAO-ARQ-STATUS       PIC X(02).
       01  PENTMP-ARQ-STATUS       PIC X(02).
       01  FINAL-PENSAO            PIC X.

       01  OPCAO-MANUTENCAO        PIC X(01).
           88 OPCAO-INCLUIR        VALUE "I".
           88 OPCAO-EXCLUIR        VALUE "E".
           88 OPCAO-LISTAR         VALUE "L".
           88 OPCAO-SAIR           VALUE "S".

       01  PROCESSO-INFORMADO      PIC X(25).
       01  NOME-INFORMADO          PIC X(30).
       01  CPF-INFORMADO           PIC X(11).
       01  BANCO-INFORMADO         PIC 9(03).
       01  AGENCIA-INFORMADA       PIC 9(04).
       01  CONTA-INFORMADA         PIC 9(10).
       01  BASE-INFORMADA          PIC X(01).
           88 BASE-VALIDA          VALUE "B" "L".
       01  PERC-INFORMADO          PIC 9(02)V9(02).
       01  INCIDE-13-INF           PIC X(01).
           88 INCIDE-13-VALIDO     VALUE "S" "N".
       01  INCIDE-FERIAS-INF       PIC X(01).
           88 INCIDE-FERIAS-VALIDO VALUE "S" "N".
       01  ENCONTRADO-SW           PIC X(01).
           88 ENCONTRADO           VALUE "S".
       01  DUPLICADO-SW            PIC X(01).
           88 DUPLICADO            VALUE "S".
       01  TOTAL-LISTADOS          PIC 9(03) VALUE ZEROS.
       01  PERC-EDITADO            PIC Z9.99.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           DISPLAY "---- MANUTENCAO DE PENSOES ALIMENTICIAS ----".

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE FUNCIONARIOS - "
                       "STATUS : " FUNCIONARIO-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.

           MOVE SPACE TO OPCAO-MANUTENCAO.
           PERFORM EXECUTA-MANUTENCAO
                   UNTIL OPCAO-SAIR.

           CLOSE ARQUIVO-FUNCIONARIO.

       PROGRAM-DONE.
           STOP RUN.

       EXECUTA-MANUTENCAO.
           DISPLAY "OPCAO - (I)NCLUIR (E)XCLUIR (L)ISTAR (S)AIR : ".
           MOVE SPACE TO OPCAO-MANUTENCAO.
           ACCEPT OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "i"
               MOVE "I" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "e"
               MOVE "E" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "l"
               MOVE "L" TO OPCAO-MANUTENCAO.
           IF OPCAO-MANUTENCAO IS EQUAL "s"
               MOVE "S" TO OPCAO-MANUTENCAO.
           IF OPCAO-INCLUIR
               PERFORM INCLUI-PENSAO.
           IF OPCAO-EXCLUIR
               PERFORM EXCLUI-PENSAO.
           IF OPCAO-LISTAR
               PERFORM LISTA-PENSOES.

       PEDE-FUNCIONARIO.
           MOVE "N" TO ENCONTRADO-SW.
           DISPLAY "CODIGO DO FUNCIONARIO : ".
           ACCEPT FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
                INVALID KEY
                DISPLAY "CODIGO " FUNCIONARIO-CODIGO
                        " NAO ENCONTRADO."
                NOT INVALID KEY
                DISPLAY "FUNCIONARIO : " FUNCIONARIO-NOME
                MOVE "S" TO ENCONTRADO-SW.

       PEDE-PROCESSO.
           DISPLAY "NUMERO DO PROCESSO "
                   "(NNNNNNN-DD.AAAA.J.TR.OOOO) : ".
           MOVE SPACES TO PROCESSO-INFORMADO.
           ACCEPT PROCESSO-INFORMADO.

       INCLUI-PENSAO.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               PERFORM PEDE-PROCESSO
               IF PROCESSO-INFORMADO IS EQUAL SPACES
                   DISPLAY "PROCESSO EM BRANCO - NADA GRAVADO."
               ELSE
                   PERFORM VERIFICA-PROCESSO-DUPLICADO
                   IF DUPLICADO
                       DISPLAY "PROCESSO JA CADASTRADO PARA O "
                               "FUNCIONARIO - NADA GRAVADO."
                   ELSE
                       PERFORM CAPTURA-BENEFICIARIO.

      *    O MESMO PROCESSO NAO PODE SER LANCADO DUAS VEZES PARA O
      *    MESMO FUNCIONARIO - A PENSAO SERIA DESCONTADA EM DOBRO.
       VERIFICA-PROCESSO-DUPLICADO.
           MOVE "N" TO DUPLICADO-SW.
           OPEN INPUT ARQUIVO-PENSAO.
           IF PENSAO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-PENSAO
               PERFORM LEIA-PROXIMA-PENSAO
               PERFORM COMPARA-PROCESSO
                       UNTIL FINAL-PENSAO IS EQUAL "S".
           CLOSE ARQUIVO-PENSAO.

       COMPARA-PROCESSO.
           IF PENSAO-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
                   AND PENSAO-PROCESSO IS EQUAL PROCESSO-INFORMADO
               MOVE "S" TO DUPLICADO-SW.
           PERFORM LEIA-PROXIMA-PENSAO.

       CAPTURA-BENEFICIARIO.
           DISPLAY "NOME DO BENEFICIARIO : ".
           MOVE SPACES TO NOME-INFORMADO.
           ACCEPT NOME-INFORMADO.
           DISPLAY "CPF DO BENEFICIARIO (SO NUMEROS) : ".
           MOVE SPACES TO CPF-INFORMADO.
           ACCEPT CPF-INFORMADO.
           IF NOME-INFORMADO IS EQUAL SPACES
               DISPLAY "NOME EM BRANCO - NADA GRAVADO."
           ELSE
               IF CPF-INFORMADO IS NOT NUMERIC
                   DISPLAY "CPF INVALIDO - NADA GRAVADO."
               ELSE
                   PERFORM CAPTURA-CONTA-BENEFICIARIO.

      *    BANCO ZERO = BENEFICIARIO SEM CONTA, PAGO AVULSO - A
      *    REMESSA APONTA O VALOR NO RESUMO.
       CAPTURA-CONTA-BENEFICIARIO.
           DISPLAY "BANCO DO BENEFICIARIO (ZERO = SEM CONTA) : ".
           MOVE ZEROS TO BANCO-INFORMADO.
           ACCEPT BANCO-INFORMADO.
           IF BANCO-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO BANCO-INFORMADO.
           MOVE ZEROS TO AGENCIA-INFORMADA.
           MOVE ZEROS TO CONTA-INFORMADA.
           IF BANCO-INFORMADO IS GREATER THAN ZEROS
               DISPLAY "AGENCIA : "
               ACCEPT AGENCIA-INFORMADA
               IF AGENCIA-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO AGENCIA-INFORMADA
               END-IF
               DISPLAY "CONTA : "
               ACCEPT CONTA-INFORMADA
               IF CONTA-INFORMADA IS NOT NUMERIC
                   MOVE ZEROS TO CONTA-INFORMADA.
           IF BANCO-INFORMADO IS GREATER THAN ZEROS
                   AND CONTA-INFORMADA IS EQUAL ZEROS
               DISPLAY "CONTA INVALIDA - NADA GRAVADO."
           ELSE
               PERFORM CAPTURA-CALCULO-PENSAO.

       CAPTURA-CALCULO-PENSAO.
           DISPLAY "BASE - (B)RUTO (L)IQUIDO DOS DESCONTOS LEGAIS : ".
           MOVE SPACE TO BASE-INFORMADA.
           ACCEPT BASE-INFORMADA.
           IF BASE-INFORMADA IS EQUAL "b"
               MOVE "B" TO BASE-INFORMADA.
           IF BASE-INFORMADA IS EQUAL "l"
               MOVE "L" TO BASE-INFORMADA.
           DISPLAY "PERCENTUAL DA PENSAO : ".
           MOVE ZEROS TO PERC-INFORMADO.
           ACCEPT PERC-INFORMADO.
           IF PERC-INFORMADO IS NOT NUMERIC
               MOVE ZEROS TO PERC-INFORMADO.
           IF NOT BASE-VALIDA
               DISPLAY "BASE INVALIDA - NADA GRAVADO."
           ELSE
               IF PERC-INFORMADO IS EQUAL ZEROS
                   DISPLAY "PERCENTUAL INVALIDO - NADA GRAVADO."
               ELSE
                   PERFORM CAPTURA-INCIDENCIAS.

       CAPTURA-INCIDENCIAS.
           DISPLAY "INCIDE SOBRE O 13O SALARIO ? (S/N) : ".
           MOVE SPACE TO INCIDE-13-INF.
           ACCEPT INCIDE-13-INF.
           IF INCIDE-13-INF IS EQUAL "s"
               MOVE "S" TO INCIDE-13-INF.
           IF INCIDE-13-INF IS EQUAL "n"
               MOVE "N" TO INCIDE-13-INF.
           DISPLAY "INCIDE SOBRE AS FERIAS ? (S/N) : ".
           MOVE SPACE TO INCIDE-FERIAS-INF.
           ACCEPT INCIDE-FERIAS-INF.
           IF INCIDE-FERIAS-INF IS EQUAL "s"
               MOVE "S" TO INCIDE-FERIAS-INF.
           IF INCIDE-FERIAS-INF IS EQUAL "n"
               MOVE "N" TO INCIDE-FERIAS-INF.
           IF NOT INCIDE-13-VALIDO OR NOT INCIDE-FERIAS-VALIDO
               DISPLAY "RESPOSTA INVALIDA - DIGITE S OU N - NADA "
                       "GRAVADO."
           ELSE
               PERFORM GRAVA-PENSAO.

       GRAVA-PENSAO.
           MOVE FUNCIONARIO-CODIGO TO PENSAO-FUNCIONARIO.
           MOVE PROCESSO-INFORMADO TO PENSAO-PROCESSO.
           MOVE NOME-INFORMADO     TO PENSAO-BENEFICIARIO.
           MOVE CPF-INFORMADO      TO PENSAO-CPF.
           MOVE BANCO-INFORMADO    TO PENSAO-BANCO.
           MOVE AGENCIA-INFORMADA  TO PENSAO-AGENCIA.
           MOVE CONTA-INFORMADA    TO PENSAO-CONTA.
           MOVE BASE-INFORMADA     TO PENSAO-BASE.
           MOVE PERC-INFORMADO     TO PENSAO-PERCENTUAL.
           MOVE INCIDE-13-INF      TO PENSAO-INCIDE-13.
           MOVE INCIDE-FERIAS-INF  TO PENSAO-INCIDE-FERIAS.
           OPEN EXTEND ARQUIVO-PENSAO.
           IF PENSAO-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-PENSAO.
           WRITE PENSAO-REGISTRO.
           CLOSE ARQUIVO-PENSAO.
           DISPLAY "PENSAO INCLUIDA PARA O FUNCIONARIO "
                   PENSAO-FUNCIONARIO ".".

      *    A EXCLUSAO E' PELO NUMERO DO PROCESSO - O ARQUIVO E'
      *    RECONSTRUIDO VIA ARQUIVO DE TRABALHO, COMO NOS
      *    DEPENDENTES (PROG118).
       EXCLUI-PENSAO.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               PERFORM PEDE-PROCESSO
               PERFORM RECONSTROI-SEM-A-PENSAO.

       RECONSTROI-SEM-A-PENSAO.
           MOVE "N" TO ENCONTRADO-SW.
           OPEN INPUT ARQUIVO-PENSAO.
           IF PENSAO-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUMA PENSAO CADASTRADA."
               CLOSE ARQUIVO-PENSAO
           ELSE
               OPEN OUTPUT ARQUIVO-PENTMP
               MOVE "N" TO FINAL-PENSAO
               PERFORM LEIA-PROXIMA-PENSAO
               PERFORM COPIA-OU-DESCARTA
                       UNTIL FINAL-PENSAO IS EQUAL "S"
               CLOSE ARQUIVO-PENSAO
               CLOSE ARQUIVO-PENTMP
               PERFORM RECARREGA-CADASTRO
               IF ENCONTRADO
                   DISPLAY "PENSAO EXCLUIDA."
               ELSE
                   DISPLAY "PROCESSO NAO ENCONTRADO - NADA "
                           "EXCLUIDO.".

       LEIA-PROXIMA-PENSAO.
           READ ARQUIVO-PENSAO AT END
           MOVE "S" TO FINAL-PENSAO.

       COPIA-OU-DESCARTA.
           IF PENSAO-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
                   AND PENSAO-PROCESSO IS EQUAL PROCESSO-INFORMADO
                   AND ENCONTRADO-SW IS EQUAL "N"
               MOVE "S" TO ENCONTRADO-SW
           ELSE
               MOVE PENSAO-REGISTRO TO PENTMP-REGISTRO
               WRITE PENTMP-REGISTRO.
           PERFORM LEIA-PROXIMA-PENSAO.

       RECARREGA-CADASTRO.
           OPEN INPUT ARQUIVO-PENTMP.
           OPEN OUTPUT ARQUIVO-PENSAO.
           MOVE "N" TO FINAL-PENSAO.
           PERFORM LEIA-PROXIMO-PENTMP.
           PERFORM COPIA-PENTMP
                   UNTIL FINAL-PENSAO IS EQUAL "S".
           CLOSE ARQUIVO-PENTMP.
           CLOSE ARQUIVO-PENSAO.

       LEIA-PROXIMO-PENTMP.
           READ ARQUIVO-PENTMP AT END
           MOVE "S" TO FINAL-PENSAO.

       COPIA-PENTMP.
           MOVE PENTMP-REGISTRO TO PENSAO-REGISTRO.
           WRITE PENSAO-REGISTRO.
           PERFORM LEIA-PROXIMO-PENTMP.

       LISTA-PENSOES.
           PERFORM PEDE-FUNCIONARIO.
           IF ENCONTRADO
               MOVE ZEROS TO TOTAL-LISTADOS
               OPEN INPUT ARQUIVO-PENSAO
               IF PENSAO-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "NENHUMA PENSAO CADASTRADA."
               ELSE
                   MOVE "N" TO FINAL-PENSAO
                   PERFORM LEIA-PROXIMA-PENSAO
                   PERFORM LISTA-UMA-PENSAO
                           UNTIL FINAL-PENSAO IS EQUAL "S"
                   DISPLAY "PENSOES LISTADAS : " TOTAL-LISTADOS
               END-IF
               CLOSE ARQUIVO-PENSAO.

       LISTA-UMA-PENSAO.
           IF PENSAO-FUNCIONARIO IS EQUAL FUNCIONARIO-CODIGO
               MOVE PENSAO-PERCENTUAL TO PERC-EDITADO
               DISPLAY "  PROCESSO " PENSAO-PROCESSO
               DISPLAY "    " PENSAO-BENEFICIARIO " CPF " PENSAO-CPF
               DISPLAY "    " PERC-EDITADO "% BASE " PENSAO-BASE
                       " - 13O " PENSAO-INCIDE-13
                       " FERIAS " PENSAO-INCIDE-FERIAS
                       " - BCO " PENSAO-BANCO " AG " PENSAO-AGENCIA
                       " CTA " PENSAO-CONTA
               ADD 1 TO TOTAL-LISTADOS.
           PERFORM LEIA-PROXIMA-PENSAO.
