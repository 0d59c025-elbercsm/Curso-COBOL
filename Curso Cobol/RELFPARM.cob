      *    AREA DE FILTROS DE UM PEDIDO DA FILA NOTURNA DE
      *    RELATORIOS (RELFILA.DAT, VER PROG247/PROG248) - 60
      *    POSICOES EM TEXTO, COM UMA VISAO POR RELATORIO. AS DO
      *    PROG33 E DO PROG48 SAO OS MESMOS CAMPOS DO PARM33.DAT E
      *    DO PARM48.DAT, AS DO PROG57 SAO AS PERGUNTAS DA CONSULTA
      *    E A DO PROG153 O CODIGO DO FUNCIONARIO; O PROG63 NAO TEM
      *    FILTRO. CAMPO EM BRANCO NAO FILTRA.
       01  RELFP-PARAMETROS.
           05 RELFP-AREA              PIC X(60).
           05 RELFP-PROG33 REDEFINES RELFP-AREA.
               10 RELFP-33-NOME          PIC X(20).
               10 RELFP-33-FILIAL        PIC X(03).
               10 RELFP-33-DATA-INICIAL  PIC X(08).
               10 RELFP-33-DATA-FINAL    PIC X(08).
               10 FILLER                 PIC X(21).
           05 RELFP-PROG48 REDEFINES RELFP-AREA.
               10 RELFP-48-DEPARTAMENTO  PIC X(20).
               10 RELFP-48-TAREFA        PIC X(30).
               10 RELFP-48-DIA-SEMANA    PIC X(01).
               10 RELFP-48-TURNO         PIC X(01).
               10 FILLER                 PIC X(08).
           05 RELFP-PROG57 REDEFINES RELFP-AREA.
               10 RELFP-57-ENTIDADE      PIC X(11).
               10 RELFP-57-CODIGO        PIC X(06).
               10 RELFP-57-OPERADOR      PIC X(10).
               10 RELFP-57-OPERACAO      PIC X(10).
               10 RELFP-57-DATA-INICIAL  PIC X(08).
               10 RELFP-57-DATA-FINAL    PIC X(08).
               10 RELFP-57-ANO           PIC X(04).
               10 FILLER                 PIC X(03).
           05 RELFP-PROG153 REDEFINES RELFP-AREA.
               10 RELFP-153-CODIGO       PIC X(06).
               10 FILLER                 PIC X(54).
