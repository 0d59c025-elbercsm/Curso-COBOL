       FD  ARQUIVO-CANDID.

       01  CANDID-REGISTRO.
           05 CANDID-REQUISICAO       PIC 9(06).
           05 CANDID-SEQ              PIC 9(03).
           05 CANDID-NOME             PIC X(20).
           05 CANDID-TELEFONE         PIC X(15).
           05 CANDID-EMAIL            PIC X(30).
      *    TRIAGEM, ENTREVISTA COM O RH, ENTREVISTA COM O GESTOR,
      *    OFERTA FEITA, CONTRATADO (SO PELA ADMISSAO NO PROGRM37)
      *    OU REPROVADO/DESISTENTE.
           05 CANDID-ETAPA            PIC X(01).
               88 CANDID-TRIAGEM         VALUE "T".
               88 CANDID-ENTREVISTA-RH   VALUE "E".
               88 CANDID-ENTREVISTA-GESTOR VALUE "G".
               88 CANDID-OFERTA          VALUE "O".
               88 CANDID-CONTRATADO      VALUE "C".
               88 CANDID-REPROVADO       VALUE "R".
               88 CANDID-EM-ANDAMENTO    VALUE "T" "E" "G" "O".
           05 CANDID-DATA-INCLUSAO    PIC 9(08).
           05 CANDID-DATA-ETAPA       PIC 9(08).
           05 CANDID-FUNCIONARIO      PIC 9(06).
