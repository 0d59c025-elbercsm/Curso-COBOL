      *    DAS DUAS ULTIMAS PROIBIDO) E RENOVA A DATA DE VALIDADE,
      *    E A NOVA OPCAO DE DESBLOQUEIO ZERA AS FALHAS DA CONTA
      *    TRAVADA PELAS TRES TENTATIVAS ERRADAS (VER PROG43).
      *    2026-10-15 O OPERADOR PASSOU A SER VINCULADO AO SEU
      *    REGISTRO NO MESTRE DE FUNCIONARIOS - E' POR ESSE VINCULO
      *    QUE AS APROVACOES CONFEREM SE QUEM DECIDE ESTA NA LINHA
      *    DE SUBORDINACAO ACIMA DO FUNCIONARIO (VER PROG208). UM
      *    MESMO FUNCIONARIO NAO PODE TER DOIS OPERADORES.
      *    2026-10-15 O OPERADOR PASSOU A TER A MARCA DE MATRIZ
      *    (TODAS AS FILIAIS) OU A LISTA DE ATE 10 FILIAIS EM QUE
      *    TRABALHA, CONFERIDAS NO CADASTRO DE FILIAIS (PROG151) -
      *    CLIENTES, NOTAS E RECEBIMENTOS DE OUTRA FILIAL SAO
      *    RECUSADOS OU OMITIDOS PARA ELE (VER PROG243).

       ENVIRONMENT DIVISION.

       FILE-CONTROL.
           COPY "SELOPERADOR.cob".
           COPY "SELAUDIT.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFILIAL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDOPERADOR.cob".
           COPY "FDAUDIT.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFILIAL.cob".

       WORKING-STORAGE SECTION.

       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FINAL-ARQUIVO           PIC X.

       01  OPERADOR-ID             PIC X(10).
               10 OPER-BLOQUEIO       PIC X(01).
               10 OPER-SENHA-ANT-1    PIC X(10).
               10 OPER-SENHA-ANT-2    PIC X(10).
               10 OPER-FUNCIONARIO    PIC 9(06).
               10 OPER-MATRIZ         PIC X(01).
               10 OPER-QTD-FILIAIS    PIC 9(02).
               10 OPER-FILIAL         PIC 9(03) OCCURS 10 TIMES.
       01  IDX-OPER                PIC 9(03).
       01  OPER-ACHADO-SW          PIC X(01).
           88 OPER-ACHADO          VALUE "S".
           88 HOUVE-ALTERACAO      VALUE "S".
       01  DATA-CORRENTE           PIC 9(08).

      *    VINCULO DO OPERADOR COM O MESTRE DE FUNCIONARIOS.
       01  VINCULO-INFORMADO       PIC 9(06).
       01  VINCULO-OK-SW           PIC X(01).
           88 VINCULO-OK           VALUE "S".
       01  IDX-VINCULO             PIC 9(03).

      *    FILIAIS DO OPERADOR - CADASTRO DE FILIAIS CARREGADO NO
      *    INICIO (VER PROG151). COM O CADASTRO VAZIO VALE QUALQUER
      *    CODIGO MAIOR QUE ZERO.
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  FINAL-FILCAD            PIC X.
       01  CADASTRO-FILIAIS.
           05 QTD-FILCAD           PIC 9(02) VALUE ZEROS.
           05 FILCAD-ITEM OCCURS 50 TIMES.
               10 FILCAD-CODIGO       PIC 9(03).
               10 FILCAD-NOME         PIC X(25).
               10 FILCAD-SITUACAO     PIC X(01).
       01  IDX-FILCAD              PIC 9(02).
       01  FILCAD-ACHADA-SW        PIC X(01).
           88 FILCAD-ACHADA        VALUE "S".
       01  FILIAL-PESQUISADA       PIC 9(03).
       01  RESPOSTA-MATRIZ         PIC X(01).
           88 RESPOSTA-MATRIZ-VALIDA VALUE "S" "N".
       01  FILIAL-INFORMADA        PIC 9(03).
       01  FIM-DAS-FILIAIS-SW      PIC X(01).
           88 FIM-DAS-FILIAIS      VALUE "S".
       01  IDX-FILOPER             PIC 9(02).
       01  FILIAL-REPETIDA-SW      PIC X(01).
           88 FILIAL-REPETIDA      VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           DISPLAY "---- MANUTENCAO DE OPERADORES ----".
           PERFORM PEDE-OPERADOR.
           PERFORM CARREGA-OPERADORES.
           PERFORM CARREGA-CADASTRO-FILIAIS.

           MOVE SPACE TO OPCAO-MENU.
           PERFORM EXIBE-MENU
               MOVE OPERADOR-SENHA-ANT-1
                    TO OPER-SENHA-ANT-1(QTD-OPERADORES)
               MOVE OPERADOR-SENHA-ANT-2
                    TO OPER-SENHA-ANT-2(QTD-OPERADORES)
               IF OPERADOR-FUNCIONARIO IS NUMERIC
                   MOVE OPERADOR-FUNCIONARIO
                        TO OPER-FUNCIONARIO(QTD-OPERADORES)
               ELSE
                   MOVE ZEROS TO OPER-FUNCIONARIO(QTD-OPERADORES).
           IF QTD-OPERADORES IS GREATER THAN ZEROS
               PERFORM GUARDA-FILIAIS-NA-TABELA.
           PERFORM LEIA-PROXIMO-OPERADOR.

      *    REGISTRO ANTERIOR AOS CAMPOS DE FILIAL (MARCA EM BRANCO)
      *    ENTRA COMO MATRIZ, QUE E' COMO ELE JA TRABALHAVA.
       GUARDA-FILIAIS-NA-TABELA.
           IF OPERADOR-RESTRITO
                   AND OPERADOR-QTD-FILIAIS IS NUMERIC
               MOVE "N" TO OPER-MATRIZ(QTD-OPERADORES)
               MOVE OPERADOR-QTD-FILIAIS
                    TO OPER-QTD-FILIAIS(QTD-OPERADORES)
               MOVE 1 TO IDX-FILOPER
               PERFORM GUARDA-UMA-FILIAL-DO-OPERADOR
                       UNTIL IDX-FILOPER IS GREATER THAN 10
           ELSE
               MOVE "S" TO OPER-MATRIZ(QTD-OPERADORES)
               MOVE ZEROS TO OPER-QTD-FILIAIS(QTD-OPERADORES)
               MOVE 1 TO IDX-FILOPER
               PERFORM LIMPA-UMA-FILIAL-DO-OPERADOR
                       UNTIL IDX-FILOPER IS GREATER THAN 10.

       GUARDA-UMA-FILIAL-DO-OPERADOR.
           IF OPERADOR-FILIAL(IDX-FILOPER) IS NUMERIC
               MOVE OPERADOR-FILIAL(IDX-FILOPER)
                    TO OPER-FILIAL(QTD-OPERADORES, IDX-FILOPER)
           ELSE
               MOVE ZEROS TO OPER-FILIAL(QTD-OPERADORES, IDX-FILOPER).
           ADD 1 TO IDX-FILOPER.

       LIMPA-UMA-FILIAL-DO-OPERADOR.
           MOVE ZEROS TO OPER-FILIAL(QTD-OPERADORES, IDX-FILOPER).
           ADD 1 TO IDX-FILOPER.

       EXIBE-MENU.
           DISPLAY "1 - INCLUIR OPERADOR".
           DISPLAY "2 - TROCAR SENHA/NIVEL".
           MOVE SPACE TO OPER-BLOQUEIO(IDX-OPER).
           MOVE SPACES TO OPER-SENHA-ANT-1(IDX-OPER).
           MOVE SPACES TO OPER-SENHA-ANT-2(IDX-OPER).
           MOVE ZEROS TO OPER-FUNCIONARIO(IDX-OPER).
           PERFORM PEDE-VINCULO-FUNCIONARIO.
           MOVE "S" TO OPER-MATRIZ(IDX-OPER).
           MOVE ZEROS TO OPER-QTD-FILIAIS(IDX-OPER).
           PERFORM PEDE-FILIAIS-DO-OPERADOR.
           MOVE "S" TO HOUVE-ALTERACAO-SW.
           PERFORM REGISTRA-AUDITORIA-OPERADOR.
           DISPLAY "OPERADOR " OPER-CODIGO(IDX-OPER) " INCLUIDO.".
               PERFORM CAPTURA-NOVA-SENHA
               PERFORM PEDE-NIVEL
               MOVE NIVEL-INFORMADO TO OPER-NIVEL(IDX-OPER)
               PERFORM PEDE-VINCULO-FUNCIONARIO
               PERFORM PEDE-FILIAIS-DO-OPERADOR
               MOVE "A" TO OPER-SITUACAO(IDX-OPER)
               MOVE "S" TO HOUVE-ALTERACAO-SW
               PERFORM REGISTRA-AUDITORIA-OPERADOR
                   MOVE OPERADOR-SENHA TO OPER-SENHA(IDX-OPER)
                   MOVE DATA-CORRENTE TO OPER-DATA-SENHA(IDX-OPER).

      *    O VINCULO E' OPCIONAL - ZERO DEIXA O OPERADOR SEM VINCULO.
      *    INFORMADO, O CODIGO PRECISA EXISTIR NO MESTRE DE
      *    FUNCIONARIOS E NAO PODE ESTAR LIGADO A OUTRO OPERADOR.
       PEDE-VINCULO-FUNCIONARIO.
           MOVE "N" TO VINCULO-OK-SW.
           PERFORM PEDE-UM-VINCULO
                   UNTIL VINCULO-OK.

       PEDE-UM-VINCULO.
           DISPLAY "FUNCIONARIO VINCULADO (ATUAL "
                   OPER-FUNCIONARIO(IDX-OPER)
                   " - ZERO = SEM VINCULO) : ".
           MOVE ZEROS TO VINCULO-INFORMADO.
           ACCEPT VINCULO-INFORMADO.
           IF VINCULO-INFORMADO IS NOT NUMERIC
               DISPLAY "CODIGO INVALIDO."
           ELSE
               IF VINCULO-INFORMADO IS EQUAL ZEROS
                   MOVE ZEROS TO OPER-FUNCIONARIO(IDX-OPER)
                   MOVE "S" TO VINCULO-OK-SW
               ELSE
                   PERFORM CONFERE-FUNCIONARIO-DO-VINCULO.

       CONFERE-FUNCIONARIO-DO-VINCULO.
           MOVE "S" TO VINCULO-OK-SW.
           MOVE 1 TO IDX-VINCULO.
           PERFORM COMPARA-VINCULO
                   UNTIL IDX-VINCULO IS GREATER THAN QTD-OPERADORES.
           IF VINCULO-OK
               OPEN INPUT ARQUIVO-FUNCIONARIO
               MOVE VINCULO-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                    INVALID KEY
                    MOVE "N" TO VINCULO-OK-SW
               END-READ
               IF FUNCIONARIO-ARQ-STATUS IS NOT EQUAL "00"
                   MOVE "N" TO VINCULO-OK-SW
               END-IF
               CLOSE ARQUIVO-FUNCIONARIO
               IF NOT VINCULO-OK
                   DISPLAY "FUNCIONARIO " VINCULO-INFORMADO
                           " NAO ENCONTRADO NO MESTRE."
               ELSE
                   DISPLAY "VINCULADO A " FUNCIONARIO-NOME
                   MOVE VINCULO-INFORMADO
                        TO OPER-FUNCIONARIO(IDX-OPER).

       COMPARA-VINCULO.
           IF IDX-VINCULO IS NOT EQUAL IDX-OPER
                   AND OPER-FUNCIONARIO(IDX-VINCULO) IS EQUAL
                       VINCULO-INFORMADO
               DISPLAY "FUNCIONARIO JA VINCULADO AO OPERADOR "
                       OPER-CODIGO(IDX-VINCULO) "."
               MOVE "N" TO VINCULO-OK-SW.
           ADD 1 TO IDX-VINCULO.

      *    MATRIZ ATENDE TODAS AS FILIAIS. SEM MATRIZ A LISTA E'
      *    REFEITA - ATE 10 FILIAIS, ZERO ENCERRA, PELO MENOS UMA.
       PEDE-FILIAIS-DO-OPERADOR.
           MOVE SPACE TO RESPOSTA-MATRIZ.
           PERFORM PEDE-MARCA-MATRIZ
                   UNTIL RESPOSTA-MATRIZ-VALIDA.
           MOVE RESPOSTA-MATRIZ TO OPER-MATRIZ(IDX-OPER).
           MOVE ZEROS TO OPER-QTD-FILIAIS(IDX-OPER).
           MOVE 1 TO IDX-FILOPER.
           PERFORM LIMPA-FILIAL-DA-LISTA
                   UNTIL IDX-FILOPER IS GREATER THAN 10.
           IF RESPOSTA-MATRIZ IS EQUAL "N"
               MOVE "N" TO FIM-DAS-FILIAIS-SW
               PERFORM PEDE-UMA-FILIAL-DO-OPERADOR
                       UNTIL FIM-DAS-FILIAIS.

       PEDE-MARCA-MATRIZ.
           DISPLAY "OPERADOR DA MATRIZ - TODAS AS FILIAIS (ATUAL "
                   OPER-MATRIZ(IDX-OPER) ") (S/N) : ".
           MOVE SPACE TO RESPOSTA-MATRIZ.
           ACCEPT RESPOSTA-MATRIZ.
           IF NOT RESPOSTA-MATRIZ-VALIDA
               DISPLAY "RESPONDA S OU N.".

       LIMPA-FILIAL-DA-LISTA.
           MOVE ZEROS TO OPER-FILIAL(IDX-OPER, IDX-FILOPER).
           ADD 1 TO IDX-FILOPER.

       PEDE-UMA-FILIAL-DO-OPERADOR.
           DISPLAY "FILIAL DO OPERADOR (ZERO ENCERRA) : ".
           MOVE ZEROS TO FILIAL-INFORMADA.
           ACCEPT FILIAL-INFORMADA.
           IF FILIAL-INFORMADA IS NOT NUMERIC
               DISPLAY "CODIGO INVALIDO."
           ELSE
               IF FILIAL-INFORMADA IS EQUAL ZEROS
                   IF OPER-QTD-FILIAIS(IDX-OPER) IS EQUAL ZEROS
                       DISPLAY "INFORME PELO MENOS UMA FILIAL."
                   ELSE
                       MOVE "S" TO FIM-DAS-FILIAIS-SW
               ELSE
                   PERFORM ACEITA-FILIAL-DO-OPERADOR.

       ACEITA-FILIAL-DO-OPERADOR.
           MOVE FILIAL-INFORMADA TO FILIAL-PESQUISADA.
           PERFORM PROCURA-FILIAL-NO-CADASTRO.
           MOVE "N" TO FILIAL-REPETIDA-SW.
           MOVE 1 TO IDX-FILOPER.
           PERFORM COMPARA-FILIAL-DA-LISTA
                   UNTIL IDX-FILOPER IS GREATER THAN
                         OPER-QTD-FILIAIS(IDX-OPER).
           IF QTD-FILCAD IS GREATER THAN ZEROS AND NOT FILCAD-ACHADA
               DISPLAY "FILIAL NAO CADASTRADA."
           ELSE
           IF FILIAL-REPETIDA
               DISPLAY "FILIAL JA INFORMADA."
           ELSE
               ADD 1 TO OPER-QTD-FILIAIS(IDX-OPER)
               MOVE FILIAL-INFORMADA
                    TO OPER-FILIAL(IDX-OPER,
                                   OPER-QTD-FILIAIS(IDX-OPER))
               IF OPER-QTD-FILIAIS(IDX-OPER) IS EQUAL 10
                   DISPLAY "LIMITE DE 10 FILIAIS ATINGIDO."
                   MOVE "S" TO FIM-DAS-FILIAIS-SW.

       COMPARA-FILIAL-DA-LISTA.
           IF OPER-FILIAL(IDX-OPER, IDX-FILOPER) IS EQUAL
                   FILIAL-INFORMADA
               MOVE "S" TO FILIAL-REPETIDA-SW.
           ADD 1 TO IDX-FILOPER.

      *    CARREGA O CADASTRO DE FILIAIS (VER PROG151) - O ARQUIVO
      *    E' OPCIONAL, SEM ELE A TABELA FICA VAZIA.
       CARREGA-CADASTRO-FILIAIS.
           MOVE ZEROS TO QTD-FILCAD.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "N" TO FINAL-FILCAD
               PERFORM LEIA-PROXIMA-FILCAD
               PERFORM GUARDA-FILCAD-NA-TABELA
                       UNTIL FINAL-FILCAD IS EQUAL "S".
           CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMA-FILCAD.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-FILCAD.

       GUARDA-FILCAD-NA-TABELA.
           IF QTD-FILCAD IS LESS THAN 50
               ADD 1 TO QTD-FILCAD
               MOVE FILIAL-CODIGO   TO FILCAD-CODIGO(QTD-FILCAD)
               MOVE FILIAL-NOME     TO FILCAD-NOME(QTD-FILCAD)
               MOVE FILIAL-SITUACAO TO FILCAD-SITUACAO(QTD-FILCAD).
           PERFORM LEIA-PROXIMA-FILCAD.

       PROCURA-FILIAL-NO-CADASTRO.
           MOVE 1 TO IDX-FILCAD.
           MOVE "N" TO FILCAD-ACHADA-SW.
           PERFORM COMPARA-FILCAD
                   UNTIL FILCAD-ACHADA
                   OR IDX-FILCAD IS GREATER THAN QTD-FILCAD.

       COMPARA-FILCAD.
           IF FILCAD-CODIGO(IDX-FILCAD) IS EQUAL FILIAL-PESQUISADA
               MOVE "S" TO FILCAD-ACHADA-SW
           ELSE
               ADD 1 TO IDX-FILCAD.

       DESATIVA-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR A DESATIVAR : ".
           MOVE SPACES TO CODIGO-INFORMADO.
       LISTA-UM-OPERADOR.
           DISPLAY OPER-CODIGO(IDX-OPER) " " OPER-NOME(IDX-OPER)
                   " NIVEL " OPER-NIVEL(IDX-OPER) " "
                   OPER-SITUACAO(IDX-OPER) " FUNC "
                   OPER-FUNCIONARIO(IDX-OPER).
           IF OPER-BLOQUEIO(IDX-OPER) IS EQUAL "B"
               DISPLAY "  ** BLOQUEADO POR TENTATIVAS DE LOGIN **".
           IF OPER-MATRIZ(IDX-OPER) IS EQUAL "N"
               DISPLAY "  FILIAIS : " OPER-FILIAL(IDX-OPER, 1) " "
                       OPER-FILIAL(IDX-OPER, 2) " "
                       OPER-FILIAL(IDX-OPER, 3) " "
                       OPER-FILIAL(IDX-OPER, 4) " "
                       OPER-FILIAL(IDX-OPER, 5) " "
                       OPER-FILIAL(IDX-OPER, 6) " "
                       OPER-FILIAL(IDX-OPER, 7) " "
                       OPER-FILIAL(IDX-OPER, 8) " "
                       OPER-FILIAL(IDX-OPER, 9) " "
                       OPER-FILIAL(IDX-OPER, 10)
           ELSE
               DISPLAY "  MATRIZ - TODAS AS FILIAIS".
           ADD 1 TO IDX-OPER.

       PROCURA-OPERADOR.
                TO OPERADOR-SENHA-ANT-1.
           MOVE OPER-SENHA-ANT-2(IDX-OPER)
                TO OPERADOR-SENHA-ANT-2.
           MOVE OPER-FUNCIONARIO(IDX-OPER) TO OPERADOR-FUNCIONARIO.
           MOVE OPER-MATRIZ(IDX-OPER)     TO OPERADOR-MATRIZ.
           MOVE OPER-QTD-FILIAIS(IDX-OPER) TO OPERADOR-QTD-FILIAIS.
           MOVE 1 TO IDX-FILOPER.
           PERFORM DEVOLVE-FILIAL-DO-OPERADOR
                   UNTIL IDX-FILOPER IS GREATER THAN 10.
           WRITE OPERADOR-REGISTRO.
           ADD 1 TO IDX-OPER.

       DEVOLVE-FILIAL-DO-OPERADOR.
           MOVE OPER-FILIAL(IDX-OPER, IDX-FILOPER)
                TO OPERADOR-FILIAL(IDX-FILOPER).
           ADD 1 TO IDX-FILOPER.

      *    REGISTRA NA TRILHA DE AUDITORIA A MANUTENCAO DE OPERADOR -
      *    O CODIGO NUMERICO DA ENTIDADE NAO SE APLICA AQUI, ENTAO O
      *    CODIGO DO OPERADOR MANTIDO VAI NA DESCRICAO.
           ACCEPT AUDIT-HORA FROM TIME.
           MOVE OPERADOR-ID TO AUDIT-OPERADOR.

           MOVE "PROG58" TO AUDIT-PROGRAMA.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "35"
               OPEN OUTPUT ARQUIVO-AUDITORIA.
           CALL "PROG240" USING AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
