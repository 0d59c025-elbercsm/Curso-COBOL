           05 FOLHAREG-LIQUIDO        PIC 9(06)V9(02).
           05 FOLHAREG-MOEDA          PIC X(03).
           05 FOLHAREG-TAXA-CAMBIO    PIC 9(03)V9(04).
      *    ADICIONAIS DA FOLHA MENSAL JA SOMADOS AO BRUTO (E POR ISSO
      *    NA BASE DO FGTS, DO INSS E DAS PROVISOES), GUARDADOS EM
      *    SEPARADO PARA CONFERENCIA - ZERO NOS DEMAIS TIPOS. OS
      *    REGISTROS GRAVADOS ANTES DOS CAMPOS PRECISAM SER
      *    REGRAVADOS COM O NOVO TAMANHO.
           05 FOLHAREG-ADIC-NOTURNO   PIC 9(06)V9(02).
           05 FOLHAREG-INSALUBRIDADE  PIC 9(06)V9(02).
           05 FOLHAREG-PERICULOSIDADE PIC 9(06)V9(02).
      *    REEMBOLSO DE DESPESAS PAGO NA FOLHA MENSAL (REEMB.DAT, VER
      *    PROG245) - VERBA NAO TRIBUTAVEL, FORA DO BRUTO E JA SOMADA
      *    AO LIQUIDO. ZERO NOS DEMAIS TIPOS. OS REGISTROS GRAVADOS
      *    ANTES DO CAMPO PRECISAM SER REGRAVADOS COM O NOVO TAMANHO.
           05 FOLHAREG-REEMBOLSO      PIC 9(06)V9(02).
