      *    LIDO E REGRAVADO NA HORA DE CADA GRAVACAO EFETIVADA -
      *    GUARDA-LO NA ABERTURA E REGRAVA-LO NA SAIDA FAZIA A
      *    ULTIMA SESSAO A SAIR REVERTER A CONTAGEM DA OUTRA.
      *    2026-10-15 A FILIAL DA TELA PRECISA ESTAR ENTRE AS FILIAIS
      *    DO OPERADOR (PROG58/PROG243) - A RECUSA VAI PARA A TRILHA
      *    DE AUDITORIA.
      *    2026-10-15 CHAMADO PELO MENU VALE O OPERADOR DO LOGIN - A
      *    IDENTIFICACAO PROPRIA NAO RECARREGA AS FILIAIS E, COM O
      *    OPERADOR DO LOGIN RESTRITO, OUTRO OPERADOR E' RECUSADO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           88 SEM-CADASTRO-OPERADORES VALUE "S".
       01  OPERADOR-ID         PIC X(10).

      *    FILIAIS EM QUE O OPERADOR PODE TRABALHAR (VER PROG243).
           COPY "FILOPPARM.cob".

      *    CONTROLE DE REGISTRO EM USO (EMUSO.DAT) - EVITA QUE DUAS
      *    SESSOES EDITEM O MESMO REGISTRO AO MESMO TEMPO.
       01  EMUSO-ARQ-STATUS        PIC X(02).
       PROGRAM-BEGIN.

           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-FILIAIS-DO-OPERADOR.
           PERFORM ABRE-ARQUIVO-CLIENTE.
           PERFORM CARREGA-CADASTRO-FILIAIS.
           PERFORM VERIFICA-RESTART-CLIENTE.
           WRITE EMUSO-REGISTRO.
           PERFORM LEIA-PROXIMO-EMUSOTMP.

      *    CHAMADO PELO MENU, A ROTINA PROG243 JA TEM O OPERADOR DO
      *    LOGIN E A IDENTIFICACAO PROPRIA NUNCA O SUBSTITUI - SE ELE
      *    E' RESTRITO, OUTRA IDENTIFICACAO (OU ENTER EM BRANCO) E'
      *    RECUSADA; SEM RESTRICAO (MATRIZ) A DIGITADA SO IDENTIFICA
      *    A AUDITORIA. SEM OPERADOR CARREGADO (PROGRAMA RODANDO
      *    SOZINHO OU SESSAO DE IMPLANTACAO DO MENU) CARREGA AS
      *    FILIAIS DO OPERADOR IDENTIFICADO - FORA DO CADASTRO,
      *    NENHUMA; COM O CADASTRO AINDA NAO IMPLANTADO, TODAS.
       CARREGA-FILIAIS-DO-OPERADOR.
           MOVE "V" TO FILOP-FUNCAO.
           MOVE ZEROS TO FILOP-FILIAL.
           CALL "PROG243" USING FILOP-PARAMETROS.
           IF FILOP-OPERADOR IS EQUAL SPACES
               MOVE "C" TO FILOP-FUNCAO
               MOVE OPERADOR-ID TO FILOP-OPERADOR
               CALL "PROG243" USING FILOP-PARAMETROS
           ELSE
               IF FILOP-OPERADOR IS NOT EQUAL OPERADOR-ID
                       AND NOT FILOP-TODAS-AS-FILIAIS
                   DISPLAY "OPERADOR DIFERENTE DO LOGIN DO MENU ("
                           FILOP-OPERADOR ") - EXECUCAO RECUSADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.

      *    A FILIAL A CONFERIR VEM EM FILOP-FILIAL.
       CONFERE-FILIAL-DO-OPERADOR.
           MOVE "V" TO FILOP-FUNCAO.
           CALL "PROG243" USING FILOP-PARAMETROS.

      *    REGISTRA NA TRILHA DE AUDITORIA A RECUSA DA FILIAL DA TELA
      *    FORA DAS FILIAIS DO OPERADOR.
       REGISTRA-AUDITORIA-RECUSA-FILIAL.
           MOVE "CLIENTE"      TO AUDIT-ENTIDADE.
           MOVE CLIENTE-CODIGO TO AUDIT-CODIGO.
           MOVE "RECUSA-FIL"   TO AUDIT-OPERACAO.
           MOVE SPACES TO AUDIT-DESCRICAO.
           STRING "FILIAL " FILOP-FILIAL
                  " FORA DAS FILIAIS DO OPERADOR."
                  DELIMITED BY SIZE INTO AUDIT-DESCRICAO.
           PERFORM GRAVA-AUDITORIA.

      *    REGISTRA NA TRILHA DE AUDITORIA A INCLUSAO DO CLIENTE.
       REGISTRA-AUDITORIA-INCLUSAO.
           MOVE "CLIENTE"    TO AUDIT-ENTIDADE.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG32" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

           ELSE
               IF QTD-FILCAD IS GREATER THAN ZEROS
                   PERFORM VALIDA-FILIAL-DA-TELA.
           IF ERR-FILIAL IS EQUAL SPACES
               PERFORM VALIDA-FILIAL-DO-OPERADOR.
           PERFORM VALIDA-DOCUMENTO-DA-TELA
                   THRU FIM-VALIDA-DOCUMENTO-TELA.

               IF FILCAD-SITUACAO(IDX-FILCAD) IS NOT EQUAL "A"
                   MOVE "FILIAL INATIVA" TO ERR-FILIAL
                   MOVE "N" TO TELA-VALIDA-SW.

      *    A FILIAL DA TELA TAMBEM PRECISA ESTAR ENTRE AS DO
      *    OPERADOR - A RECUSA VAI PARA A TRILHA.
       VALIDA-FILIAL-DO-OPERADOR.
           MOVE TELA-FILIAL TO FILOP-FILIAL.
           PERFORM CONFERE-FILIAL-DO-OPERADOR.
           IF FILOP-FORA-DAS-FILIAIS
               MOVE "FILIAL FORA DO OPERADOR" TO ERR-FILIAL
               MOVE "N" TO TELA-VALIDA-SW
               PERFORM REGISTRA-AUDITORIA-RECUSA-FILIAL.
