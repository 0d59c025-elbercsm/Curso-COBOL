      *    100% PRECISAM SER REGRAVADOS COM O NOVO TAMANHO.
           05 PONTO-HORAS-EXTRAS      PIC 9(03).
           05 PONTO-HORAS-EXTRAS-100  PIC 9(03).
      *    HORAS NOTURNAS (22:00 AS 05:00) JA CONVERTIDAS PARA A HORA
      *    NOTURNA REDUZIDA DE 52 MINUTOS E 30 SEGUNDOS, APURADAS DAS
      *    BATIDAS PELO PROG116 - A FOLHA PAGA SOBRE ELAS O ADICIONAL
      *    NOTURNO. REGISTROS GRAVADOS ANTES DO CAMPO PRECISAM SER
      *    REGRAVADOS COM O NOVO TAMANHO.
           05 PONTO-HORAS-NOTURNAS    PIC 9(03)V9(02).
