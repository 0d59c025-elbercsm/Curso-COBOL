      *    AO CAMPO. ARQUIVOS GRAVADOS ANTES DO CAMPO PRECISAM SER
      *    RECONSTRUIDOS PELO PROG75.
           05 FUNCIONARIO-FILIAL      PIC 9(03).
      *    GESTOR IMEDIATO (LINHA DE SUBORDINACAO) - CODIGO DE OUTRO
      *    FUNCIONARIO ATIVO DO MESTRE, CONFERIDO NA MANUTENCAO
      *    (PROGRM37), QUE RECUSA A LINHA CIRCULAR. ZERO = SEM
      *    GESTOR (TOPO DA LINHA). AS APROVACOES ROTEADAS PELA LINHA
      *    PASSAM PELA ROTINA CENTRAL PROG208. ARQUIVOS GRAVADOS
      *    ANTES DO CAMPO PRECISAM SER RECONSTRUIDOS PELO PROG75.
           05 FUNCIONARIO-GESTOR      PIC 9(06).
