       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG231.

      *    APROVACAO DOS TITULOS A PAGAR PENDENTES (APROVPAG.DAT) -
      *    UM SUPERVISOR, SOB OPERADOR DIFERENTE DE QUEM LANCOU O
      *    TITULO, REVISA CADA PEDIDO E APROVA OU REJEITA. SO NA
      *    APROVACAO O TITULO PASSA DE PENDENTE ("P") A ABERTO E
      *    ENTRA NA PROGRAMACAO DE PAGAMENTOS (PROG147), NA BAIXA
      *    (PROG148) E NA REMESSA AO BANCO (PROG156). O TITULO
      *    REJEITADO E' CANCELADO, DEVOLVENDO AO PEDIDO DE COMPRA O
      *    VALOR FATURADO, COMO NO CANCELAMENTO DO PROG146. OS DOIS
      *    OPERADORES FICAM NA TRILHA DE AUDITORIA - MESMA
      *    DISCIPLINA DAS BAIXAS POR PERDA (PROG107), INCLUSIVE A
      *    LINHA DE SUBORDINACAO (PROG208).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAPROVPAG.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELPEDCOMP.cob".
           COPY "SELAUDIT.cob".
           COPY "SELOPERADOR.cob".
      *    ARQUIVOS DE TRABALHO DA ATUALIZACAO DA FILA E DOS TITULOS.
           SELECT ARQUIVO-PENDTMP
           ASSIGN TO "APROVPAG.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PENDTMP-ARQ-STATUS.
           SELECT ARQUIVO-CTATMP
           ASSIGN TO "CONTAPAG.TMP"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CTATMP-ARQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAPROVPAG.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDPEDCOMP.cob".
           COPY "FDAUDIT.cob".
           COPY "FDOPERADOR.cob".

       FD  ARQUIVO-PENDTMP.
       01  PENDTMP-REGISTRO        PIC X(89).

       FD  ARQUIVO-CTATMP.
       01  CTATMP-REGISTRO         PIC X(144).

       WORKING-STORAGE SECTION.

       01  APROVPAG-ARQ-STATUS     PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  PEDCOMP-ARQ-STATUS      PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  PENDTMP-ARQ-STATUS      PIC X(02).
       01  CTATMP-ARQ-STATUS       PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  OPERADOR-ID             PIC X(10).

      *    DADOS DO LOGIN DO SUPERVISOR - IDENTIFICACAO E SENHA
      *    CONFERIDAS NO CADASTRO DE OPERADORES, NIVEL 3 OBRIGATORIO,
      *    TRES TENTATIVAS (MESMA REGRA DO PROG107).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  FINAL-OPERADOR          PIC X.
       01  LOGIN-SENHA             PIC X(10).
       01  TENTATIVAS-LOGIN        PIC 9(01) VALUE ZEROS.
       01  LOGIN-OK-SW             PIC X(01) VALUE "N".
           88 LOGIN-OK             VALUE "S".
       01  RESPOSTA                PIC X.
           88 RESPOSTA-VALIDA      VALUE "S" "N" "P".

      *    TITULOS PENDENTES CARREGADOS DE CONTAPAG.DAT - A DECISAO
      *    DE CADA UM E' ANOTADA AQUI E APLICADA NA RECONSTRUCAO DO
      *    ARQUIVO DE TITULOS NO FIM DA SESSAO.
       01  TABELA-PENDENTES.
           05 QTD-PENDENTES        PIC 9(03) VALUE ZEROS.
           05 PEND-ITEM OCCURS 300 TIMES.
               10 PEND-TITULO         PIC 9(06).
               10 PEND-DECISAO        PIC X(01).
       01  IDX-PENDENTE            PIC 9(03).
       01  PENDENTE-ACHADO-SW      PIC X(01).
           88 PENDENTE-ACHADO      VALUE "S".

       01  DATA-CORRENTE           PIC 9(08).
       01  VALOR-EDITADO           PIC $ZZ,ZZZ,ZZ9.99.
       01  TOTAL-APROVADOS         PIC 9(03) VALUE ZEROS.
       01  TOTAL-REJEITADOS        PIC 9(03) VALUE ZEROS.
       01  TOTAL-ENCERRADOS        PIC 9(03) VALUE ZEROS.
           COPY "LINHAPARM.cob".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.

           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           DISPLAY "---- APROVACAO DE TITULOS A PAGAR ----".
           MOVE "C" TO LINHA-FUNCAO.
           CALL "PROG208" USING LINHA-PARAMETROS.
           PERFORM PEDE-SUPERVISOR.

           OPEN INPUT ARQUIVO-APROVPAG.
           IF APROVPAG-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "NENHUM TITULO PENDENTE (APROVPAG.DAT)."
               STOP RUN.
           CLOSE ARQUIVO-APROVPAG.

           PERFORM CARREGA-TITULOS-PENDENTES.

           OPEN INPUT ARQUIVO-APROVPAG.
           OPEN OUTPUT ARQUIVO-PENDTMP.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-PEDIDO.
           PERFORM REVISA-PEDIDO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-APROVPAG.
           CLOSE ARQUIVO-PENDTMP.
           PERFORM RECARREGA-FILA.

           IF TOTAL-APROVADOS IS GREATER THAN ZEROS
                   OR TOTAL-REJEITADOS IS GREATER THAN ZEROS
               PERFORM APLICA-DECISOES-NOS-TITULOS.

           DISPLAY "===================================".
           DISPLAY "TITULOS APROVADOS  : " TOTAL-APROVADOS.
           DISPLAY "TITULOS REJEITADOS : " TOTAL-REJEITADOS.
           DISPLAY "PEDIDOS ENCERRADOS : " TOTAL-ENCERRADOS.
           DISPLAY "===================================".

       PROGRAM-DONE.
           STOP RUN.

       LEIA-PROXIMO-PEDIDO.
           READ ARQUIVO-APROVPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

      *    SO UM SUPERVISOR (NIVEL 3) ATIVO, CONFERIDO POR CODIGO E
      *    SENHA NO CADASTRO DE OPERADORES, PODE DECIDIR A FILA.
       PEDE-SUPERVISOR.
           PERFORM TENTA-LOGIN-SUPERVISOR
                   UNTIL LOGIN-OK
                   OR TENTATIVAS-LOGIN IS GREATER THAN OR EQUAL 3.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO BLOQUEADO APOS " TENTATIVAS-LOGIN
                       " TENTATIVAS - SO SUPERVISOR ATIVO DECIDE A "
                       "FILA."
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

      *    GUARDA OS TITULOS QUE ESTAO DE FATO PENDENTES - PEDIDO DA
      *    FILA CUJO TITULO FOI CANCELADO NO PROG146 E' ENCERRADO.
       CARREGA-TITULOS-PENDENTES.
           MOVE ZEROS TO QTD-PENDENTES.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TITULO
               PERFORM GUARDA-TITULO-PENDENTE
                       UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-TITULO.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-TITULO-PENDENTE.
           IF TITULO-PENDENTE-APROV
               IF QTD-PENDENTES IS LESS THAN 300
                   ADD 1 TO QTD-PENDENTES
                   MOVE TITULO-NUMERO TO PEND-TITULO(QTD-PENDENTES)
                   MOVE SPACE TO PEND-DECISAO(QTD-PENDENTES)
               ELSE
                   DISPLAY "TABELA DE PENDENTES CHEIA - TITULO "
                           TITULO-NUMERO " FICA PARA A PROXIMA "
                           "SESSAO.".
           PERFORM LEIA-PROXIMO-TITULO.

      *    SO OS PEDIDOS PENDENTES SAO REVISADOS - OS JA DECIDIDOS
      *    PASSAM DIRETO PARA O ARQUIVO RECONSTRUIDO, PRESERVANDO O
      *    HISTORICO DE DECISOES.
       REVISA-PEDIDO.
           IF APROVPAG-PENDENTE
               PERFORM LOCALIZA-TITULO-PENDENTE
               IF PENDENTE-ACHADO
                   PERFORM DECIDE-PEDIDO
               ELSE
                   PERFORM ENCERRA-PEDIDO-SEM-TITULO.
           MOVE APROVPAG-REGISTRO TO PENDTMP-REGISTRO.
           WRITE PENDTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-PEDIDO.

       LOCALIZA-TITULO-PENDENTE.
           MOVE 1 TO IDX-PENDENTE.
           MOVE "N" TO PENDENTE-ACHADO-SW.
           PERFORM COMPARA-TITULO-PENDENTE
                   UNTIL PENDENTE-ACHADO
                   OR IDX-PENDENTE IS GREATER THAN QTD-PENDENTES.

       COMPARA-TITULO-PENDENTE.
           IF PEND-TITULO(IDX-PENDENTE) IS EQUAL APROVPAG-TITULO
               MOVE "S" TO PENDENTE-ACHADO-SW
           ELSE
               ADD 1 TO IDX-PENDENTE.

      *    O TITULO JA NAO ESTA PENDENTE (CANCELADO NO LANCAMENTO) -
      *    O PEDIDO SAI DA FILA COMO REJEITADO, SEM PERGUNTA.
       ENCERRA-PEDIDO-SEM-TITULO.
           MOVE "R" TO APROVPAG-SITUACAO.
           MOVE OPERADOR-ID TO APROVPAG-APROVADOR.
           MOVE DATA-CORRENTE TO APROVPAG-DATA-DECISAO.
           ADD 1 TO TOTAL-ENCERRADOS.
           DISPLAY "TITULO " APROVPAG-TITULO " NAO ESTA MAIS "
                   "PENDENTE - PEDIDO ENCERRADO.".

      *    QUEM LANCOU NAO PODE APROVAR O PROPRIO TITULO, E QUEM NAO
      *    ESTA NA LINHA ACIMA DO SOLICITANTE NAO DECIDE.
       DECIDE-PEDIDO.
           IF APROVPAG-SOLICITANTE IS EQUAL OPERADOR-ID
               DISPLAY "O TITULO " APROVPAG-TITULO " FOI LANCADO "
                       "POR VOCE - OUTRO SUPERVISOR PRECISA DECIDIR."
           ELSE
               PERFORM CONFERE-LINHA-DO-PEDIDO
               IF LINHA-FORA-DA-LINHA
                   DISPLAY "O TITULO " APROVPAG-TITULO " SO PODE "
                           "SER DECIDIDO PELO GESTOR " LINHA-GESTOR
                           " OU ACIMA DELE."
               ELSE
                   PERFORM MOSTRA-E-PERGUNTA.

       CONFERE-LINHA-DO-PEDIDO.
           MOVE "V" TO LINHA-FUNCAO.
           MOVE ZEROS TO LINHA-FUNCIONARIO.
           MOVE APROVPAG-SOLICITANTE TO LINHA-SOLICITANTE.
           MOVE OPERADOR-ID TO LINHA-APROVADOR.
           CALL "PROG208" USING LINHA-PARAMETROS.

       MOSTRA-E-PERGUNTA.
           MOVE APROVPAG-VALOR TO VALOR-EDITADO.
           DISPLAY "-----------------------------------".
           DISPLAY "TITULO " APROVPAG-TITULO " FORNECEDOR "
                   APROVPAG-FORNECEDOR " - LANCADO POR "
                   APROVPAG-SOLICITANTE " EM " APROVPAG-DATA-PEDIDO.
           DISPLAY "VALOR DO TITULO : " VALOR-EDITADO.
           DISPLAY "MOTIVO : " APROVPAG-MOTIVO.
           MOVE SPACE TO RESPOSTA.
           PERFORM PERGUNTA-DECISAO
                   UNTIL RESPOSTA-VALIDA.
           IF RESPOSTA IS EQUAL "S"
               PERFORM APROVA-PEDIDO
           ELSE
               IF RESPOSTA IS EQUAL "N"
                   PERFORM REJEITA-PEDIDO.

      *    "P" PULA O PEDIDO, QUE CONTINUA PENDENTE PARA OUTRA
      *    SESSAO.
       PERGUNTA-DECISAO.
           DISPLAY "APROVAR ESTE TITULO ? (S=APROVA / N=REJEITA / "
                   "P=PULA)".
           ACCEPT RESPOSTA.
           IF RESPOSTA IS EQUAL "s"
               MOVE "S" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "n"
               MOVE "N" TO RESPOSTA.
           IF RESPOSTA IS EQUAL "p"
               MOVE "P" TO RESPOSTA.
           IF NOT RESPOSTA-VALIDA
               DISPLAY "RESPOSTA INVALIDA - DIGITE S, N OU P.".

       APROVA-PEDIDO.
           MOVE "A" TO APROVPAG-SITUACAO.
           MOVE "A" TO PEND-DECISAO(IDX-PENDENTE).
           MOVE OPERADOR-ID TO APROVPAG-APROVADOR.
           MOVE DATA-CORRENTE TO APROVPAG-DATA-DECISAO.
           ADD 1 TO TOTAL-APROVADOS.
           PERFORM REGISTRA-AUDITORIA-DECISAO.
           DISPLAY "TITULO APROVADO - LIBERADO PARA PAGAMENTO.".

       REJEITA-PEDIDO.
           MOVE "R" TO APROVPAG-SITUACAO.
           MOVE "R" TO PEND-DECISAO(IDX-PENDENTE).
           MOVE OPERADOR-ID TO APROVPAG-APROVADOR.
           MOVE DATA-CORRENTE TO APROVPAG-DATA-DECISAO.
           ADD 1 TO TOTAL-REJEITADOS.
           PERFORM REGISTRA-AUDITORIA-DECISAO.
           DISPLAY "TITULO REJEITADO - SERA CANCELADO.".

      *    A AUDITORIA DA DECISAO CARREGA O SOLICITANTE NA DESCRICAO
      *    E O APROVADOR NO CAMPO DE OPERADOR.
       REGISTRA-AUDITORIA-DECISAO.
           MOVE "TITULO-PAG"    TO AUDIT-ENTIDADE.
           MOVE APROVPAG-TITULO TO AUDIT-CODIGO.
           IF APROVPAG-APROVADO
               MOVE "APROVA-PAG" TO AUDIT-OPERACAO
           ELSE
               MOVE "REJEITA-PG" TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "LANCADO POR " APROVPAG-SOLICITANTE
                  " DECIDIDO PELO SUPERVISOR." DELIMITED BY SIZE
             INTO AUDIT-DESCRICAO.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG231" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       RECARREGA-FILA.
           OPEN INPUT ARQUIVO-PENDTMP.
           OPEN OUTPUT ARQUIVO-APROVPAG.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-PENDTMP.
           PERFORM COPIA-PENDTMP
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-PENDTMP.
           CLOSE ARQUIVO-APROVPAG.

       LEIA-PROXIMO-PENDTMP.
           READ ARQUIVO-PENDTMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-PENDTMP.
           MOVE PENDTMP-REGISTRO TO APROVPAG-REGISTRO.
           WRITE APROVPAG-REGISTRO.
           PERFORM LEIA-PROXIMO-PENDTMP.

      *===============================================================
      *    APLICA AS DECISOES - O APROVADO VIRA ABERTO E O REJEITADO
      *    CANCELADO. O ARQUIVO DE TITULOS E' RECONSTRUIDO VIA
      *    TRABALHO, COMO NO CANCELAMENTO DO PROG146.
      *===============================================================
       APLICA-DECISOES-NOS-TITULOS.
           OPEN INPUT ARQUIVO-CTAPAG.
           OPEN OUTPUT ARQUIVO-CTATMP.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-TITULO.
           PERFORM COPIA-OU-DECIDE-TITULO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTAPAG.
           CLOSE ARQUIVO-CTATMP.
           PERFORM DEVOLVE-TITULOS.

       COPIA-OU-DECIDE-TITULO.
           IF TITULO-PENDENTE-APROV
               PERFORM LOCALIZA-DECISAO-DO-TITULO
               IF PENDENTE-ACHADO
                   PERFORM APLICA-DECISAO-NO-TITULO.
           MOVE TITULO-REGISTRO TO CTATMP-REGISTRO.
           WRITE CTATMP-REGISTRO.
           PERFORM LEIA-PROXIMO-TITULO.

       LOCALIZA-DECISAO-DO-TITULO.
           MOVE 1 TO IDX-PENDENTE.
           MOVE "N" TO PENDENTE-ACHADO-SW.
           PERFORM COMPARA-DECISAO-DO-TITULO
                   UNTIL PENDENTE-ACHADO
                   OR IDX-PENDENTE IS GREATER THAN QTD-PENDENTES.

       COMPARA-DECISAO-DO-TITULO.
           IF PEND-TITULO(IDX-PENDENTE) IS EQUAL TITULO-NUMERO
               MOVE "S" TO PENDENTE-ACHADO-SW
           ELSE
               ADD 1 TO IDX-PENDENTE.

       APLICA-DECISAO-NO-TITULO.
           IF PEND-DECISAO(IDX-PENDENTE) IS EQUAL "A"
               MOVE "A" TO TITULO-SITUACAO
           ELSE
               IF PEND-DECISAO(IDX-PENDENTE) IS EQUAL "R"
                   IF TITULO-PEDIDO IS NOT EQUAL ZEROS
                       PERFORM ESTORNA-FATURADO-DO-PEDIDO
                   END-IF
                   MOVE "C" TO TITULO-SITUACAO.

      *    O TITULO PENDENTE JA CONTAVA COMO FATURADO NO PEDIDO - NA
      *    REJEICAO O VALOR VOLTA, COMO NO CANCELAMENTO (PROG146).
       ESTORNA-FATURADO-DO-PEDIDO.
           OPEN I-O ARQUIVO-PEDCOMP.
           MOVE TITULO-PEDIDO TO PEDCOMP-NUMERO.
           READ ARQUIVO-PEDCOMP
                INVALID KEY
                DISPLAY "PEDIDO " PEDCOMP-NUMERO " NAO ENCONTRADO "
                        "PARA ESTORNO DO FATURADO."
                NOT INVALID KEY
                IF PEDCOMP-VALOR-FATURADO IS LESS THAN TITULO-VALOR
                    MOVE ZEROS TO PEDCOMP-VALOR-FATURADO
                ELSE
                    SUBTRACT TITULO-VALOR FROM PEDCOMP-VALOR-FATURADO
                END-IF
                REWRITE PEDCOMP-REGISTRO
           END-READ.
           CLOSE ARQUIVO-PEDCOMP.

       DEVOLVE-TITULOS.
           OPEN INPUT ARQUIVO-CTATMP.
           OPEN OUTPUT ARQUIVO-CTAPAG.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-CTATMP.
           PERFORM DEVOLVE-UM-TITULO
                   UNTIL FINAL-ARQUIVO IS EQUAL "S".
           CLOSE ARQUIVO-CTATMP.
           CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-CTATMP.
           READ ARQUIVO-CTATMP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       DEVOLVE-UM-TITULO.
           MOVE CTATMP-REGISTRO TO TITULO-REGISTRO.
           WRITE TITULO-REGISTRO.
           PERFORM LEIA-PROXIMO-CTATMP.
