       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG240.

      *    ROTINA CENTRAL DO ENCADEAMENTO DA TRILHA DE AUDITORIA -
      *    CHAMADA POR CALL COM O REGISTRO DE AUDITORIA JA MONTADO,
      *    LOGO ANTES DO WRITE, POR TODOS OS PROGRAMAS QUE GRAVAM EM
      *    AUDITLOG.DAT. DA AO REGISTRO A PROXIMA SEQUENCIA DO
      *    CONTROLE AUDCTL.DAT E A CHECAGEM ENCADEADA NA DO REGISTRO
      *    ANTERIOR (PROG241), E REGRAVA O CONTROLE COM O NOVO ELO.
      *    SEM O CONTROLE A CORRENTE RECOMECA DA SEQUENCIA 1 - A
      *    CONFERENCIA (PROG242) ACUSA A QUEBRA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELAUDCTL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDCTL.cob".

       WORKING-STORAGE SECTION.

           COPY "AUDCHNPARM.cob".

       01  AUDCTL-ARQ-STATUS       PIC X(02).

       LINKAGE SECTION.

      *    O REGISTRO DE AUDITORIA DO CHAMADOR (LEIAUTE DO FDAUDIT).
       01  AUDCAR-REGISTRO.
           05 AUDCAR-CONTEUDO.
               10 AUDCAR-DADOS        PIC X(99).
               10 AUDCAR-SEQUENCIA    PIC 9(09).
           05 AUDCAR-CHECAGEM         PIC 9(09).

       PROCEDURE DIVISION USING AUDCAR-REGISTRO.

       PROGRAM-BEGIN.

           PERFORM LE-CONTROLE.
           ADD 1 TO AUDCTL-ULTIMA-SEQUENCIA.
           MOVE AUDCTL-ULTIMA-SEQUENCIA TO AUDCAR-SEQUENCIA.
           MOVE AUDCAR-CONTEUDO TO AUDCHN-CONTEUDO.
           MOVE AUDCTL-ULTIMA-CHECAGEM TO AUDCHN-CHECAGEM-ANTERIOR.
           CALL "PROG241" USING AUDCHN-PARAMETROS.
           MOVE AUDCHN-CHECAGEM TO AUDCAR-CHECAGEM.
           MOVE AUDCHN-CHECAGEM TO AUDCTL-ULTIMA-CHECAGEM.
           PERFORM GRAVA-CONTROLE.

       PROGRAM-DONE.
           GOBACK.

       LE-CONTROLE.
           MOVE ZEROS TO AUDCTL-REGISTRO.
           OPEN INPUT ARQUIVO-AUDCTL.
           IF AUDCTL-ARQ-STATUS IS EQUAL "00"
               READ ARQUIVO-AUDCTL
               IF AUDCTL-ARQ-STATUS IS NOT EQUAL "00"
                   MOVE ZEROS TO AUDCTL-REGISTRO.
           CLOSE ARQUIVO-AUDCTL.
           IF AUDCTL-ULTIMA-SEQUENCIA IS NOT NUMERIC
                   OR AUDCTL-ULTIMA-CHECAGEM IS NOT NUMERIC
                   OR AUDCTL-ANCORA-SEQUENCIA IS NOT NUMERIC
                   OR AUDCTL-ANCORA-CHECAGEM IS NOT NUMERIC
               MOVE ZEROS TO AUDCTL-REGISTRO.

       GRAVA-CONTROLE.
           OPEN OUTPUT ARQUIVO-AUDCTL.
           WRITE AUDCTL-REGISTRO.
           CLOSE ARQUIVO-AUDCTL.
