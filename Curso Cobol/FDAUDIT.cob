           05 AUDIT-OPERACAO          PIC X(10).
           05 AUDIT-DESCRICAO         PIC X(40).
           05 AUDIT-OPERADOR          PIC X(10).
      *    PROGRAMA QUE GRAVOU O REGISTRO - BASE DO RELATORIO DE
      *    ATIVIDADE DOS OPERADORES E DA SEGREGACAO DE FUNCOES
      *    (PROG239). REGISTROS GRAVADOS ANTES DO CAMPO (91 POSICOES)
      *    PRECISAM SER CONVERTIDOS, COM O CAMPO EM BRANCO.
           05 AUDIT-PROGRAMA          PIC X(08).
      *    ENCADEAMENTO DA TRILHA (PROG240) - NUMERO SEQUENCIAL UNICO
      *    E VALOR DE CHECAGEM CALCULADO SOBRE O REGISTRO (ATE A
      *    SEQUENCIA) E A CHECAGEM DO REGISTRO ANTERIOR (PROG241).
      *    UMA LINHA APAGADA, INCLUIDA OU ALTERADA QUEBRA A CORRENTE
      *    NA CONFERENCIA DO PROG242. REGISTROS ANTERIORES AO
      *    ENCADEAMENTO FICAM COM SEQUENCIA ZERO.
           05 AUDIT-SEQUENCIA         PIC 9(09).
           05 AUDIT-CHECAGEM          PIC 9(09).
