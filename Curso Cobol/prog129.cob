      *    ABERTOS AUTOMATICAMENTE PELO DESLIGAMENTO (PROGRM37 E
      *    PROG79) - CRACHA, ACESSOS, EQUIPAMENTOS E ACERTOS DEIXAM
      *    DE FICAR SOLTOS.
      *    2026-10-15 O ITEM DO EXAME MEDICO DEMISSIONAL (ASO) SO E'
      *    BAIXADO QUANDO HA EXAME DEMISSIONAL REALIZADO REGISTRADO
      *    PARA O FUNCIONARIO EM ASO.DAT (PROG202).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELOFFBOARD.cob".
           COPY "SELASO.cob".
      *    ARQUIVO DE TRABALHO DA BAIXA.
           SELECT ARQUIVO-OFFTMP
           ASSIGN TO "OFFBOARD.TMP"
       DATA DIVISION.
       FILE SECTION.
           COPY "FDOFFBOARD.cob".
           COPY "FDASO.cob".

       FD  ARQUIVO-OFFTMP.
       01  OFFTMP-REGISTRO         PIC X(67).
       01  OFFBOARD-ARQ-STATUS     PIC X(02).
       01  OFFTMP-ARQ-STATUS       PIC X(02).
       01  FINAL-OFFBOARD          PIC X.
       01  ASO-ARQ-STATUS          PIC X(02).
       01  FINAL-ASO               PIC X.

       01  OPCAO-PROGRAMA          PIC X(01).
           88 OPCAO-BAIXAR         VALUE "B".
           88 BAIXADO              VALUE "S".
       01  TOTAL-LISTADOS          PIC 9(03).

      *    ITEM ABERTO PELO DESLIGAMENTO (PROGRM37 E PROG79) QUE
      *    DEPENDE DO EXAME DEMISSIONAL REGISTRADO.
       01  ITEM-EXAME-DEMISSIONAL  PIC X(30)
           VALUE "EXAME MEDICO DEMISSIONAL (ASO)".
       01  EXAME-DEMISSIONAL-SW    PIC X(01).
           88 EXAME-DEMISSIONAL-REGISTRADO VALUE "S".
       01  BLOQUEADO-SW            PIC X(01).
           88 BLOQUEADO            VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZEROS TO SEQ-INFORMADA.
           ACCEPT SEQ-INFORMADA.
           MOVE "N" TO BAIXADO-SW.
           MOVE "N" TO BLOQUEADO-SW.
           PERFORM VERIFICA-EXAME-DEMISSIONAL.

           OPEN INPUT ARQUIVO-OFFBOARD.
           IF OFFBOARD-ARQ-STATUS IS NOT EQUAL "00"
                   DISPLAY "ITEM " SEQ-INFORMADA " DO FUNCIONARIO "
                           CODIGO-INFORMADO " BAIXADO."
               ELSE
                   IF BLOQUEADO
                       DISPLAY "EXAME DEMISSIONAL NAO REGISTRADO "
                               "(PROG202) - ITEM NAO BAIXADO."
                   ELSE
                       DISPLAY "ITEM PENDENTE NAO ENCONTRADO - NADA "
                               "BAIXADO.".

       LEIA-PROXIMO-ITEM.
           READ ARQUIVO-OFFBOARD AT END
           IF OFFBOARD-CODIGO IS EQUAL CODIGO-INFORMADO
                   AND OFFBOARD-ITEM-SEQ IS EQUAL SEQ-INFORMADA
                   AND OFFBOARD-PENDENTE
               IF OFFBOARD-DESCRICAO IS EQUAL ITEM-EXAME-DEMISSIONAL
                       AND NOT EXAME-DEMISSIONAL-REGISTRADO
                   MOVE "S" TO BLOQUEADO-SW
               ELSE
                   MOVE "C" TO OFFBOARD-SITUACAO
                   MOVE DATA-CORRENTE TO OFFBOARD-DATA-CONCLUSAO
                   MOVE "S" TO BAIXADO-SW.
           MOVE OFFBOARD-REGISTRO TO OFFTMP-REGISTRO.
           WRITE OFFTMP-REGISTRO.
           PERFORM LEIA-PROXIMO-ITEM.

      *    QUALQUER EXAME DEMISSIONAL REALIZADO DO CODIGO SERVE.
       VERIFICA-EXAME-DEMISSIONAL.
           MOVE "N" TO EXAME-DEMISSIONAL-SW.
           OPEN INPUT ARQUIVO-ASO.
           IF ASO-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-ASO
               PERFORM LEIA-PROXIMO-ASO
               PERFORM EXAMINA-ASO
                       UNTIL FINAL-ASO IS EQUAL "S".
           CLOSE ARQUIVO-ASO.

       LEIA-PROXIMO-ASO.
           READ ARQUIVO-ASO AT END
           MOVE "S" TO FINAL-ASO.

       EXAMINA-ASO.
           IF ASO-FUNCIONARIO IS EQUAL CODIGO-INFORMADO
                   AND ASO-DEMISSIONAL
                   AND NOT ASO-PENDENTE
               MOVE "S" TO EXAME-DEMISSIONAL-SW.
           PERFORM LEIA-PROXIMO-ASO.

       RECARREGA-CHECKLIST.
           OPEN INPUT ARQUIVO-OFFTMP.
           OPEN OUTPUT ARQUIVO-OFFBOARD.
