       FD  ARQUIVO-CARTREC.

       01  CARTREC-REGISTRO.
           05 CARTREC-NSU             PIC 9(12).
      *    CHAVE DO RECEBIMENTO EM RECEB.DAT QUE GEROU O REGISTRO.
           05 CARTREC-NOTA            PIC 9(06).
           05 CARTREC-SEQUENCIA       PIC 9(04).
           05 CARTREC-CLIENTE         PIC 9(06).
           05 CARTREC-DATA-VENDA.
               10 CARTREC-VENDA-ANO   PIC 9(04).
               10 CARTREC-VENDA-MES   PIC 9(02).
               10 CARTREC-VENDA-DIA   PIC 9(02).
      *    VALOR BRUTO PASSADO NO CARTAO - PRINCIPAL MAIS JUROS E
      *    MULTA DO RECEBIMENTO.
           05 CARTREC-VALOR-BRUTO     PIC 9(08)V9(02).
      *    CONTA DA EMPRESA (CONTABCO.DAT) EM QUE A ADQUIRENTE
      *    DEPOSITA O LIQUIDO.
           05 CARTREC-CONTA-BANCO     PIC 9(03).
           05 CARTREC-SITUACAO        PIC X(01).
               88 CARTREC-PENDENTE       VALUE "P".
               88 CARTREC-LIQUIDADO      VALUE "L".
      *    PREENCHIDOS NA LIQUIDACAO - A TAXA E' O BRUTO MENOS O
      *    LIQUIDO CREDITADO PELA ADQUIRENTE.
           05 CARTREC-DATA-CREDITO.
               10 CARTREC-CREDITO-ANO PIC 9(04).
               10 CARTREC-CREDITO-MES PIC 9(02).
               10 CARTREC-CREDITO-DIA PIC 9(02).
           05 CARTREC-VALOR-LIQUIDO   PIC 9(08)V9(02).
           05 CARTREC-VALOR-TAXA      PIC 9(08)V9(02).
           05 CARTREC-DATA-LIQUIDACAO PIC 9(08).
