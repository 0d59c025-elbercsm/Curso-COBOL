      *    DO MODELO DO DEPARTAMENTO (OFFTMPL.DAT) OU OS ITENS
      *    PADRAO - A BAIXA E AS PENDENCIAS FICAM NO PROG129, E A
      *    RESCISAO (PROG68) AVISA QUANDO AINDA HA ITEM ABERTO.
      *    2026-10-15 O HISTORICO DE DEMITIDOS PASSOU A GUARDAR TAMBEM
      *    CPF, PIS E DEPENDENTES, PARA A DECLARACAO ANUAL (PROG198)
      *    INCLUIR QUEM SAIU NO ANO.
      *    2026-10-15 O CHECKLIST DE DESLIGAMENTO PASSOU A TER SEMPRE
      *    O ITEM DO EXAME MEDICO DEMISSIONAL (ASO), QUE O PROG129 SO
      *    BAIXA COM O EXAME REGISTRADO NO PROG202.

       ENVIRONMENT DIVISION.

               10 ITEM-DESLIG-DESCRICAO PIC X(30).
               10 ITEM-DESLIG-RESP      PIC X(20).
       01  IDX-ITEM-DESLIG         PIC 9(02).
      *    ITEM OBRIGATORIO DE TODO DESLIGAMENTO - A DESCRICAO E' A
      *    MESMA QUE O PROG129 RECONHECE NA BAIXA.
       01  ITEM-EXAME-DEMISSIONAL  PIC X(30)
           VALUE "EXAME MEDICO DEMISSIONAL (ASO)".
       01  RESP-EXAME-DEMISSIONAL  PIC X(20)
           VALUE "MEDICINA DO TRABALHO".

      *    CAMPOS DE TRABALHO DA VALIDACAO DE CPF E PIS - MESMOS
      *    ALGORITMOS DO PROGRM37.
           MOVE FUNCIONARIO-TIPO         TO FUNCDEM-TIPO.
           MOVE FUNCIONARIO-MOEDA        TO FUNCDEM-MOEDA.
           MOVE FUNCIONARIO-HORAS-MES    TO FUNCDEM-HORAS-MES.
           MOVE FUNCIONARIO-CPF          TO FUNCDEM-CPF.
           MOVE FUNCIONARIO-PIS          TO FUNCDEM-PIS.
           MOVE FUNCIONARIO-DEPENDENTES  TO FUNCDEM-DEPENDENTES.
           OPEN EXTEND ARQUIVO-FUNCDEM.
           IF FUNCDEM-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-FUNCDEM.
           ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.
           MOVE "PROG79" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    ABRE O CHECKLIST DE DESLIGAMENTO DO FUNCIONARIO - OS
      *    ITENS VEM DOS MODELOS DO DEPARTAMENTO EM OFFTMPL.DAT
      *    (LINHAS COM "*" VALEM PARA TODOS); SEM MODELO APLICAVEL,
      *    VALEM OS QUATRO ITENS PADRAO. A BAIXA E' NO PROG129. O
      *    EXAME DEMISSIONAL ENTRA SEMPRE, COMO ULTIMO ITEM.
       ABRE-CHECKLIST-DESLIGAMENTO.
           MOVE ZEROS TO SEQ-ITEM-DESLIG.
           OPEN EXTEND ARQUIVO-OFFBOARD.
           PERFORM GRAVA-ITENS-DO-MODELO.
           IF SEQ-ITEM-DESLIG IS EQUAL ZEROS
               PERFORM GRAVA-ITENS-PADRAO-DESLIG.
           PERFORM GRAVA-ITEM-EXAME-DEMISSIONAL.
           CLOSE ARQUIVO-OFFBOARD.
           DISPLAY "CHECKLIST DE DESLIGAMENTO ABERTO COM "
                   SEQ-ITEM-DESLIG " ITENS.".
           MOVE ZEROS TO OFFBOARD-DATA-CONCLUSAO.
           WRITE OFFBOARD-REGISTRO.
           ADD 1 TO IDX-ITEM-DESLIG.

       GRAVA-ITEM-EXAME-DEMISSIONAL.
           ADD 1 TO SEQ-ITEM-DESLIG.
           MOVE FUNCIONARIO-CODIGO TO OFFBOARD-CODIGO.
           MOVE SEQ-ITEM-DESLIG TO OFFBOARD-ITEM-SEQ.
           MOVE ITEM-EXAME-DEMISSIONAL TO OFFBOARD-DESCRICAO.
           MOVE RESP-EXAME-DEMISSIONAL TO OFFBOARD-RESPONSAVEL.
           MOVE "P" TO OFFBOARD-SITUACAO.
           MOVE ZEROS TO OFFBOARD-DATA-CONCLUSAO.
           WRITE OFFBOARD-REGISTRO.
