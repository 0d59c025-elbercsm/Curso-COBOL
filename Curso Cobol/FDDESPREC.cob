       FD  ARQUIVO-DESPREC.

       01  DESPREC-REGISTRO.
           05 DESPREC-CODIGO          PIC 9(06).
           05 DESPREC-FORNECEDOR      PIC 9(06).
           05 DESPREC-DESCRICAO       PIC X(30).
      *    VALOR MENSAL VIGENTE - JA COM OS REAJUSTES ANUAIS
      *    APLICADOS NA GERACAO.
           05 DESPREC-VALOR           PIC 9(08)V9(02).
           05 DESPREC-CONTA-DESPESA   PIC X(06).
           05 DESPREC-FILIAL          PIC 9(03).
           05 DESPREC-DIA-VENCIMENTO  PIC 9(02).
      *    COMPETENCIAS DE VIGENCIA (AAAAMM) - FIM EM ZEROS SIGNIFICA
      *    CONTRATO POR PRAZO INDETERMINADO.
           05 DESPREC-COMP-INICIO     PIC 9(06).
           05 DESPREC-COMP-FIM        PIC 9(06).
      *    PERCENTUAL DE REAJUSTE APLICADO A CADA ANIVERSARIO DO
      *    CONTRATO (MES DA COMPETENCIA DE INICIO) - ZERO E'
      *    CONTRATO SEM REAJUSTE.
           05 DESPREC-INDICE-REAJUSTE PIC 9(02)V9(02).
      *    "S" RETEM NA FONTE PELA REGRA DO FORNECEDOR (TIPO DE
      *    SERVICO E ISS, VER PROG145), COMO O LANCAMENTO MANUAL.
           05 DESPREC-RETENCAO        PIC X(01).
               88 DESPREC-COM-RETENCAO   VALUE "S".
           05 DESPREC-SITUACAO        PIC X(01).
               88 DESPREC-ATIVO          VALUE "A".
               88 DESPREC-ENCERRADO      VALUE "E".
           05 DESPREC-ULT-COMP-GERADA PIC 9(06).
           05 DESPREC-ULT-COMP-REAJ   PIC 9(06).
