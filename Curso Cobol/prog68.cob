      *    DESLIGAMENTO (OFFBOARD.DAT, VER PROG129) AINDA TEM ITENS
      *    PENDENTES - CRACHA, ACESSOS E EQUIPAMENTOS EM ABERTO
      *    APARECEM ANTES DE O DINHEIRO SAIR.
      *    2026-10-15 CADA ACERTO CALCULADO FICA GRAVADO EM
      *    RESCREG.DAT COM AS VERBAS DO DEMONSTRATIVO, PARA O EVENTO
      *    DE DESLIGAMENTO DO ESOCIAL (PROG195).
      *    2026-10-15 O ACERTO PASSOU A AVISAR QUANDO NAO HA EXAME
      *    MEDICO DEMISSIONAL (ASO) REALIZADO REGISTRADO NO PROG202
      *    DESDE A ADMISSAO DO DEMITIDO.

       ENVIRONMENT DIVISION.

           COPY "SELCAMBIO.cob".
           COPY "SELEMPRESTIMO.cob".
           COPY "SELOFFBOARD.cob".
           COPY "SELASO.cob".
           COPY "SELRESCREG.cob".
      *    ARQUIVO DE IMPRESSAO DO DEMONSTRATIVO DE RESCISAO.
           SELECT ARQUIVO-RESCISAO
           ASSIGN TO "RESCISAO.REL"
           COPY "FDCAMBIO.cob".
           COPY "FDEMPRESTIMO.cob".
           COPY "FDOFFBOARD.cob".
           COPY "FDASO.cob".
           COPY "FDRESCREG.cob".

       FD  ARQUIVO-RESCISAO.
       01  LINHA-RESCISAO          PIC X(80).
       01  FUNCSAL-ARQ-STATUS      PIC X(02).
       01  CAMBIO-ARQ-STATUS       PIC X(02).
       01  RESCISAO-ARQ-STATUS     PIC X(02).
       01  RESCREG-ARQ-STATUS      PIC X(02).
       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-CAMBIO            PIC X.

       01  VALOR-EDITADO           PIC $ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC $Z,ZZZ,ZZ9.99.

       01  DATA-CORRENTE           PIC 9(08).

      *    EMPRESTIMOS CONSIGNADOS DO DEMITIDO - O SALDO ATIVO E'
      *    QUITADO NO ACERTO, LIMITADO AO TOTAL DA RESCISAO.
       01  EMPRESTIMO-ARQ-STATUS   PIC X(02).
       01  FINAL-OFFBOARD          PIC X.
       01  PENDENCIAS-DESLIG       PIC 9(02) VALUE ZEROS.

      *    EXAME DEMISSIONAL DO DEMITIDO EM ASO.DAT.
       01  ASO-ARQ-STATUS          PIC X(02).
       01  FINAL-ASO               PIC X.
       01  EXAME-DEMISSIONAL-SW    PIC X(01) VALUE "N".
           88 EXAME-DEMISSIONAL-REGISTRADO VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           PERFORM CALCULA-VERBAS.
           PERFORM QUITA-CONSIGNADOS.
           PERFORM AVISA-CHECKLIST-PENDENTE.
           PERFORM AVISA-SEM-EXAME-DEMISSIONAL.
           PERFORM IMPRIME-DEMONSTRATIVO.
           PERFORM GRAVA-REGISTRO-RESCISAO.
           PERFORM REGRAVA-EMPRESTIMOS.

       PROGRAM-DONE.
           CLOSE ARQUIVO-RESCISAO.
           DISPLAY "DEMONSTRATIVO GRAVADO EM RESCISAO.REL.".

      *    GUARDA AS VERBAS DO ACERTO - UM RECALCULO ACRESCENTA
      *    OUTRO REGISTRO, E O ULTIMO E' O QUE VALE.
       GRAVA-REGISTRO-RESCISAO.
           ACCEPT DATA-CORRENTE FROM DATE YYYYMMDD.
           MOVE CODIGO-PESQUISADO   TO RESCREG-CODIGO.
           MOVE RESC-DATA-DEMISSAO  TO RESCREG-DATA-DEMISSAO.
           MOVE SALDO-SALARIO       TO RESCREG-SALDO-SALARIO.
           MOVE VALOR-13-PROP       TO RESCREG-13-PROP.
           MOVE VALOR-FERIAS-PROP   TO RESCREG-FERIAS-PROP.
           MOVE VALOR-TERCO-FERIAS  TO RESCREG-TERCO-FERIAS.
           MOVE DESCONTO-CONSIGNADO TO RESCREG-CONSIGNADO.
           MOVE TOTAL-RESCISAO      TO RESCREG-TOTAL.
           MOVE DATA-CORRENTE       TO RESCREG-DATA-CALCULO.
           OPEN EXTEND ARQUIVO-RESCREG.
           IF RESCREG-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-RESCREG.
           WRITE RESCREG-REGISTRO.
           CLOSE ARQUIVO-RESCREG.

      *    CONTA OS ITENS PENDENTES DO CHECKLIST DE DESLIGAMENTO -
      *    O ACERTO SEGUE, MAS O AVISO FICA NA FRENTE DO OPERADOR.
       AVISA-CHECKLIST-PENDENTE.
               ADD 1 TO PENDENCIAS-DESLIG.
           PERFORM LEIA-PROXIMO-OFFBOARD.

      *    SO VALE O EXAME REALIZADO DESDE A ADMISSAO DO CONTRATO QUE
      *    ESTA SENDO ACERTADO - O DE UM CONTRATO ANTERIOR NAO CONTA.
       AVISA-SEM-EXAME-DEMISSIONAL.
           MOVE "N" TO EXAME-DEMISSIONAL-SW.
           OPEN INPUT ARQUIVO-ASO.
           IF ASO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ASO
               PERFORM LEIA-PROXIMO-ASO
               PERFORM EXAMINA-ASO
                       UNTIL FINAL-ASO IS EQUAL "S".
           CLOSE ARQUIVO-ASO.
           IF NOT EXAME-DEMISSIONAL-REGISTRADO
               DISPLAY "** ATENCAO - NENHUM EXAME MEDICO DEMISSIONAL "
                       "(ASO) REGISTRADO (VER PROG202) **".

       LEIA-PROXIMO-ASO.
           READ ARQUIVO-ASO AT END
           MOVE "S" TO FINAL-ASO.

       EXAMINA-ASO.
           IF ASO-FUNCIONARIO IS EQUAL CODIGO-PESQUISADO
                   AND ASO-DEMISSIONAL
                   AND NOT ASO-PENDENTE
                   AND ASO-DATA-REALIZACAO IS NOT LESS THAN
                       RESC-DATA-ADMISSAO
               MOVE "S" TO EXAME-DEMISSIONAL-SW.
           PERFORM LEIA-PROXIMO-ASO.

       GRAVA-E-EXIBE-LINHA.
           WRITE LINHA-RESCISAO.
           DISPLAY LINHA-RESCISAO.
