       FD  ARQUIVO-CTABCO.

       01  CTABCO-REGISTRO.
           05 CTABCO-CODIGO           PIC 9(03).
           05 CTABCO-DESCRICAO        PIC X(30).
           05 CTABCO-BANCO            PIC 9(03).
           05 CTABCO-AGENCIA          PIC 9(04).
           05 CTABCO-CONTA            PIC 9(10).
           05 CTABCO-SITUACAO         PIC X(01).
               88 CTABCO-ATIVA           VALUE "A".
               88 CTABCO-INATIVA         VALUE "I".
