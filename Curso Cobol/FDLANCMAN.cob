       FD  ARQUIVO-LANCMAN.

      *    UM REGISTRO POR LINHA DO LANCAMENTO - AS LINHAS DE UM
      *    MESMO LANCAMENTO FICAM JUNTAS, EM ORDEM DE LINHA, E
      *    REPETEM OS DADOS DO CABECALHO (COMPETENCIA, HISTORICO,
      *    ESTORNO, SITUACAO, PREPARADOR E APROVADOR). NA APROVACAO
      *    GUARDA O LOTE GERADO E, SE HOUVER, O LOTE DO ESTORNO NA
      *    COMPETENCIA SEGUINTE.
       01  LANCMAN-REGISTRO.
           05 LANCMAN-NUMERO          PIC 9(06).
           05 LANCMAN-LINHA           PIC 9(02).
           05 LANCMAN-COMPETENCIA.
               10 LANCMAN-COMP-ANO    PIC 9(04).
               10 LANCMAN-COMP-MES    PIC 9(02).
           05 LANCMAN-HISTORICO       PIC X(30).
           05 LANCMAN-CONTA           PIC X(06).
           05 LANCMAN-TIPO            PIC X(01).
               88 LANCMAN-DEBITO         VALUE "D".
               88 LANCMAN-CREDITO        VALUE "C".
           05 LANCMAN-VALOR           PIC 9(08)V9(02).
           05 LANCMAN-DESCRICAO       PIC X(30).
           05 LANCMAN-ESTORNO         PIC X(01).
               88 LANCMAN-COM-ESTORNO    VALUE "S".
           05 LANCMAN-SITUACAO        PIC X(01).
               88 LANCMAN-PENDENTE       VALUE "P".
               88 LANCMAN-APROVADO       VALUE "A".
               88 LANCMAN-REJEITADO      VALUE "R".
           05 LANCMAN-PREPARADOR      PIC X(10).
           05 LANCMAN-DATA-PREPARO    PIC 9(08).
           05 LANCMAN-APROVADOR       PIC X(10).
           05 LANCMAN-DATA-DECISAO    PIC 9(08).
           05 LANCMAN-LOTE            PIC 9(06).
           05 LANCMAN-LOTE-ESTORNO    PIC 9(06).
