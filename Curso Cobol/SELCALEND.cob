      *    DEFINICAO FISICA DO CONTROLE DE CALENDARIO DE
      *    PROCESSAMENTO - UM UNICO REGISTRO COM A DATA DE MOVIMENTO
      *    CORRENTE, A ULTIMA DATA COM ROTINA DIARIA CONCLUIDA, A
      *    ULTIMA COMPETENCIA COM FECHAMENTO MENSAL CONCLUIDO E O
      *    ULTIMO ANO COM FECHAMENTO ANUAL CONCLUIDO (YEARJOB, VER
      *    PROG233/PROG234).
      *    MANTIDO PELO PROG77 E CONSULTADO NA ABERTURA DOS PASSOS DE
      *    LOTE (VER PROG50/PROG46).
           SELECT OPTIONAL ARQUIVO-CALEND
