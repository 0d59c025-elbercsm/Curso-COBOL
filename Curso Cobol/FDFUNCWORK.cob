           05 FUNCWORK-CONTA          PIC 9(10).
           05 FUNCWORK-CPF            PIC 9(11).
           05 FUNCWORK-PIS            PIC 9(11).
           05 FUNCWORK-CARGO          PIC X(04).
           05 FUNCWORK-FILIAL         PIC 9(03).
           05 FUNCWORK-GESTOR         PIC 9(06).
