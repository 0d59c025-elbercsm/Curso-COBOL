           05 CALEND-DATA-MOVIMENTO   PIC 9(08).
           05 CALEND-ULTIMO-DIARIO    PIC 9(08).
           05 CALEND-ULTIMA-COMP-MENSAL PIC 9(06).
           05 CALEND-ULTIMO-ANO-FECHADO PIC 9(04).
