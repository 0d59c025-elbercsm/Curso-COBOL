      *    CONTRA A FAIXA PISO/TETO DO CARGO DO FUNCIONARIO
      *    (CARGO.DAT, VER PROG125) - REAJUSTE FORA DA FAIXA E'
      *    REJEITADO AUTOMATICAMENTE, COM O MOTIVO NO CONSOLE.
      *    2026-10-15 A APROVACAO PASSOU A CONFERIR O ORCAMENTO DE
      *    FOLHA DO DEPARTAMENTO NA COMPETENCIA CORRENTE (ORCFOLHA.DAT,
      *    VER PROG127) - REAJUSTE QUE LEVA A FOLHA MENSAL DO
      *    DEPARTAMENTO ACIMA DO ORCADO E' REJEITADO AUTOMATICAMENTE.
      *    A FILA TAMBEM RECEBE OS MERITOS DO CICLO DE AVALIACAO
      *    (PROG206), EM NOME DO GESTOR QUE AVALIOU.
      *    2026-10-15 O PEDIDO DE FUNCIONARIO COM GESTOR SO PODE SER
      *    DECIDIDO PELO GESTOR IMEDIATO OU POR QUEM ESTA ACIMA DELE
      *    NA LINHA DE SUBORDINACAO (VER PROG208) - OS DEMAIS FICAM
      *    PENDENTES. SEM GESTOR, VALE SO A REGRA DO SUPERVISOR.

       ENVIRONMENT DIVISION.

           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELCARGO.cob".
           COPY "SELORCFOLHA.cob".
      *    ARQUIVO DE TRABALHO DA ATUALIZACAO DA FILA.
           SELECT ARQUIVO-PENDTMP
           ASSIGN TO "SALPEND.TMP"
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDCARGO.cob".
           COPY "FDORCFOLHA.cob".

       FD  ARQUIVO-PENDTMP.
       01  PENDTMP-REGISTRO        PIC X(59).
           88 FORA-DA-FAIXA        VALUE "S".
       01  SALARIO-ANTIGO-EDITADO  PIC $ZZZ,ZZ9.99.
       01  SALARIO-NOVO-EDITADO    PIC $ZZZ,ZZ9.99.

      *    ORCAMENTO DA COMPETENCIA CORRENTE POR DEPARTAMENTO E A
      *    FOLHA MENSAL DO DEPARTAMENTO (SALARIO DOS MENSALISTAS,
      *    SALARIO-HORA VEZES AS HORAS DO MES DOS HORISTAS), SOMADA
      *    DOS REAJUSTES APROVADOS NA SESSAO.
       01  ORCFOLHA-ARQ-STATUS     PIC X(02).
       01  FINAL-ORCFOLHA          PIC X.
       01  COMPETENCIA-CORRENTE    PIC 9(06).
       01  TABELA-ORCAMENTOS.
           05 QTD-ORCAMENTOS       PIC 9(02) VALUE ZEROS.
           05 ORCAMENTO-ITEM OCCURS 50 TIMES.
               10 ORC-DEPARTAMENTO    PIC X(20).
               10 ORC-VALOR           PIC 9(10)V9(02).
               10 ORC-FOLHA           PIC 9(10)V9(02).
       01  IDX-ORC                 PIC 9(02).
       01  SALARIO-MENSAL          PIC 9(08)V9(02).
       01  AUMENTO-MENSAL          PIC S9(08)V9(02).
       01  FOLHA-PROJETADA         PIC S9(10)V9(02).
       01  ACIMA-ORCAMENTO-SW      PIC X(01).
           88 ACIMA-DO-ORCAMENTO   VALUE "S".
       01  VALOR-EDITADO           PIC $ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC $ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-APROVADOS         PIC 9(03) VALUE ZEROS.
           COPY "LINHAPARM.cob".
       01  TOTAL-REJEITADOS        PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- APROVACAO DE REAJUSTES SALARIAIS ----".
           PERFORM CARREGA-TABELA-CARGOS.
           PERFORM CARREGA-ORCAMENTOS.
           MOVE "C" TO LINHA-FUNCAO.
           CALL "PROG208" USING LINHA-PARAMETROS.
           PERFORM PEDE-SUPERVISOR.

           OPEN INPUT ARQUIVO-SALPEND.
           WRITE PENDTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-PEDIDO.

      *    QUEM SOLICITOU NAO PODE APROVAR O PROPRIO REAJUSTE, E
      *    QUEM NAO ESTA NA LINHA ACIMA DO FUNCIONARIO NAO DECIDE.
       DECIDE-PEDIDO.
           IF SALPEND-SOLICITANTE IS EQUAL OPERADOR-ID
               DISPLAY "PEDIDO DO FUNCIONARIO " SALPEND-CODIGO
                       " FOI SOLICITADO POR VOCE - OUTRO SUPERVISOR "
                       "PRECISA DECIDIR."
           ELSE
               PERFORM CONFERE-LINHA-DO-PEDIDO
               IF LINHA-FORA-DA-LINHA
                   DISPLAY "PEDIDO DO FUNCIONARIO " SALPEND-CODIGO
                           " SO PODE SER DECIDIDO PELO GESTOR "
                           LINHA-GESTOR " OU ACIMA DELE."
               ELSE
                   PERFORM MOSTRA-E-PERGUNTA.

       CONFERE-LINHA-DO-PEDIDO.
           MOVE "V" TO LINHA-FUNCAO.
           MOVE SALPEND-CODIGO TO LINHA-FUNCIONARIO.
           MOVE SPACES TO LINHA-SOLICITANTE.
           MOVE OPERADOR-ID TO LINHA-APROVADOR.
           CALL "PROG208" USING LINHA-PARAMETROS.

       MOSTRA-E-PERGUNTA.
           MOVE SALPEND-SALARIO-ANTIGO TO SALARIO-ANTIGO-EDITADO.
               PERFORM REGISTRA-AUDITORIA-DECISAO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
                   AND NOT FORA-DA-FAIXA
               PERFORM CONFERE-ORCAMENTO-DEPARTAMENTO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
                   AND NOT FORA-DA-FAIXA
                   AND ACIMA-DO-ORCAMENTO
               MOVE FOLHA-PROJETADA    TO VALOR-EDITADO
               MOVE ORC-VALOR(IDX-ORC) TO VALOR-EDITADO-2
               DISPLAY "FOLHA DO DEPARTAMENTO " FUNCIONARIO-DEPARTAMENTO
                       " IRIA A " VALOR-EDITADO
               DISPLAY "ACIMA DO ORCADO NA COMPETENCIA ("
                       VALOR-EDITADO-2 ") - PEDIDO REJEITADO."
               PERFORM MARCA-REJEITADO
               PERFORM REGISTRA-AUDITORIA-DECISAO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
                   AND NOT FORA-DA-FAIXA
                   AND NOT ACIMA-DO-ORCAMENTO
               IF IDX-ORC IS NOT GREATER THAN QTD-ORCAMENTOS
                   MOVE FOLHA-PROJETADA TO ORC-FOLHA(IDX-ORC)
               END-IF
               MOVE SALPEND-SALARIO-NOVO TO FUNCIONARIO-SALARIO
               REWRITE FUNCIONARIO-REGISTRO
               PERFORM GRAVA-HISTORICO-SALARIO
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG90" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

               MOVE CARGO-TETO   TO CGO-TETO(QTD-CARGOS).
           PERFORM LEIA-PROXIMO-CARGO.

      *    SO OS DEPARTAMENTOS COM ORCAMENTO LANCADO PARA A
      *    COMPETENCIA CORRENTE SAO CONFERIDOS - SEM ORCAMENTO NAO HA
      *    LIMITE, E SEM NENHUM A FOLHA NEM PRECISA SER SOMADA.
       CARREGA-ORCAMENTOS.
           DIVIDE DATA-CORRENTE BY 100 GIVING COMPETENCIA-CORRENTE.
           MOVE ZEROS TO QTD-ORCAMENTOS.
           OPEN INPUT ARQUIVO-ORCFOLHA.
           IF ORCFOLHA-ARQ-STATUS IS NOT EQUAL "00"
              AND ORCFOLHA-ARQ-STATUS IS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR O ORCAMENTO DE FOLHA - "
                       "STATUS : " ORCFOLHA-ARQ-STATUS
               DISPLAY "PROCESSAMENTO INTERROMPIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO FINAL-ORCFOLHA.
           PERFORM LEIA-PROXIMO-ORCAMENTO.
           PERFORM GUARDA-ORCAMENTO-NA-TABELA
                   UNTIL FINAL-ORCFOLHA IS EQUAL "S".
           CLOSE ARQUIVO-ORCFOLHA.
           IF QTD-ORCAMENTOS IS GREATER THAN ZEROS
               PERFORM SOMA-FOLHA-DOS-DEPARTAMENTOS.

       LEIA-PROXIMO-ORCAMENTO.
           READ ARQUIVO-ORCFOLHA AT END
           MOVE "S" TO FINAL-ORCFOLHA.

       GUARDA-ORCAMENTO-NA-TABELA.
           IF ORCF-COMPETENCIA IS EQUAL COMPETENCIA-CORRENTE
               IF QTD-ORCAMENTOS IS EQUAL 50
                   DISPLAY "TABELA DE ORCAMENTOS CHEIA (LIMITE 50 "
                           "DEPARTAMENTOS) - AUMENTE O OCCURS."
                   DISPLAY "PROCESSAMENTO INTERROMPIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QTD-ORCAMENTOS
               MOVE ORCF-DEPARTAMENTO
                    TO ORC-DEPARTAMENTO(QTD-ORCAMENTOS)
               MOVE ORCF-VALOR TO ORC-VALOR(QTD-ORCAMENTOS)
               MOVE ZEROS TO ORC-FOLHA(QTD-ORCAMENTOS).
           PERFORM LEIA-PROXIMO-ORCAMENTO.

      *    INDICE MAIOR QUE A QUANTIDADE QUER DIZER DEPARTAMENTO SEM
      *    ORCAMENTO NA COMPETENCIA.
       LOCALIZA-ORCAMENTO.
           MOVE 1 TO IDX-ORC.
           PERFORM AVANCA-ORCAMENTO
                   UNTIL IDX-ORC IS GREATER THAN QTD-ORCAMENTOS
                   OR ORC-DEPARTAMENTO(IDX-ORC) IS EQUAL
                      FUNCIONARIO-DEPARTAMENTO.

       AVANCA-ORCAMENTO.
           ADD 1 TO IDX-ORC.

       SOMA-FOLHA-DOS-DEPARTAMENTOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCIONARIO
               PERFORM SOMA-SALARIO-DO-FUNCIONARIO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       SOMA-SALARIO-DO-FUNCIONARIO.
           PERFORM LOCALIZA-ORCAMENTO.
           IF IDX-ORC IS NOT GREATER THAN QTD-ORCAMENTOS
               PERFORM CALCULA-SALARIO-MENSAL
               ADD SALARIO-MENSAL TO ORC-FOLHA(IDX-ORC).
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

      *    HORISTA CONTA PELO SALARIO-HORA VEZES AS HORAS
      *    CONTRATADAS DO CADASTRO, COMO NA MARGEM CONSIGNAVEL.
       CALCULA-SALARIO-MENSAL.
           IF FUNCIONARIO-HORISTA
               COMPUTE SALARIO-MENSAL ROUNDED =
                       FUNCIONARIO-SALARIO * FUNCIONARIO-HORAS-MES
           ELSE
               MOVE FUNCIONARIO-SALARIO TO SALARIO-MENSAL.

      *    O AUMENTO CONTA SOBRE O SALARIO QUE ESTA NO MESTRE HOJE.
       CONFERE-ORCAMENTO-DEPARTAMENTO.
           MOVE "N" TO ACIMA-ORCAMENTO-SW.
           PERFORM LOCALIZA-ORCAMENTO.
           IF IDX-ORC IS NOT GREATER THAN QTD-ORCAMENTOS
               COMPUTE AUMENTO-MENSAL =
                       SALPEND-SALARIO-NOVO - FUNCIONARIO-SALARIO
               IF FUNCIONARIO-HORISTA
                   COMPUTE AUMENTO-MENSAL ROUNDED =
                           AUMENTO-MENSAL * FUNCIONARIO-HORAS-MES
               END-IF
               COMPUTE FOLHA-PROJETADA =
                       ORC-FOLHA(IDX-ORC) + AUMENTO-MENSAL
               IF AUMENTO-MENSAL IS GREATER THAN ZEROS
                       AND FOLHA-PROJETADA IS GREATER THAN
                           ORC-VALOR(IDX-ORC)
                   MOVE "S" TO ACIMA-ORCAMENTO-SW.

       RECARREGA-FILA.
           OPEN INPUT ARQUIVO-PENDTMP.
           OPEN OUTPUT ARQUIVO-SALPEND.
