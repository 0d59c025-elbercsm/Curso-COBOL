       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG236.

      *    ROTINA CENTRAL DO BACKUP GERAL, CHAMADA POR CALL COM A
      *    AREA DE PARAMETROS BAKGPARM - O BACKUP DO PROG47 SO PROTEGE
      *    OS DOIS CADASTROS MESTRE. AQUI TODOS OS ARQUIVOS DE DADOS DO
      *    SISTEMA (TABELA-ARQUIVOS ABAIXO) SAO COPIADOS PARA UM
      *    CONJUNTO DATADO GERALAAAAMMDD.BAK - UM REGISTRO DO CONJUNTO
      *    POR REGISTRO COPIADO, COM O NOME DO ARQUIVO DE ORIGEM NA
      *    FRENTE, UM ARQUIVO DEPOIS DO OUTRO NA ORDEM DA TABELA - E O
      *    MANIFESTO MANIFAAAAMMDD.BAK GUARDA, POR ARQUIVO, A QUANTIDADE
      *    DE REGISTROS E O TOTAL DE CONTROLE (SOMA DO CAMPO DE VALOR
      *    PRINCIPAL DO REGISTRO, OU DO CODIGO QUANDO O ARQUIVO NAO TEM
      *    VALOR, SEM A VIRGULA). FUNCOES :
      *    - G GERA O CONJUNTO E O MANIFESTO DA DATA INFORMADA;
      *    - V RELE O CONJUNTO E CONFERE A CONTAGEM E O TOTAL DE CADA
      *      ARQUIVO COM O MANIFESTO, E A ORDEM DOS ARQUIVOS;
      *    - R CONFERE E, SO COM O CONJUNTO INTEGRO, RECONSTROI TODOS OS
      *      ARQUIVOS A PARTIR DELE - ARQUIVO QUE NAO EXISTIA NA DATA DO
      *      BACKUP VOLTA VAZIO, PARA O CONJUNTO FICAR CONSISTENTE;
      *    - T SO LE OS ARQUIVOS E GRAVA A CONTAGEM E O TOTAL DE CADA UM
      *      EM CTLDIA.TMP, NO LEIAUTE DO MANIFESTO, SEM GRAVAR CONJUNTO
      *      - E' A FOTOGRAFIA DIARIA DOS TOTAIS DE CONTROLE (PROG238).
      *    FICAM FORA DO CONJUNTO OS ARQUIVOS DE TRABALHO E DE RETOMADA
      *    (CLIWORK, FUNCWORK, FUNCDEM.TMP), OS ARQUIVOS RECEBIDOS DE
      *    FORA E CONSUMIDOS PELO LOTE (CLIIMPORT, FUNCTRAN, PEDEDI,
      *    LIQCART.RET), OS PROPRIOS BACKUPS COM O CATALOGO BAKCTL.DAT E
      *    O ESTADO DA SESSAO (EMUSO.DAT E SISTCTL.DAT) - RESTAURAR AS
      *    TRAVAS OU A JANELA DE LOTE DE OUTRA DATA PRENDERIA O SISTEMA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELADIANT.cob".
           COPY "SELALIQ.cob".
           COPY "SELAPROVPAG.cob".
           COPY "SELASO.cob".
           COPY "SELATRLST.cob".
           COPY "SELAUDANC.cob".
           COPY "SELAUDCTL.cob".
           COPY "SELAUDIT.cob".
           COPY "SELAUSENCIA.cob".
           COPY "SELAVALIA.cob".
           COPY "SELBANCOHOR.cob".
           COPY "SELBENEF.cob".
           COPY "SELBOLDEV.cob".
           COPY "SELCALEND.cob".
           COPY "SELCAMBIO.cob".
           COPY "SELCANDHIS.cob".
           COPY "SELCANDID.cob".
           COPY "SELCARGO.cob".
           COPY "SELCARTREC.cob".
           COPY "SELCATDESP.cob".
           COPY "SELCHECKPT.cob".
           COPY "SELCHEQCTL.cob".
           COPY "SELCHEQREG.cob".
           COPY "SELCLASBEM.cob".
           COPY "SELCLIARQ.cob".
           COPY "SELCLICRED.cob".
           COPY "SELCLICTL.cob".
           COPY "SELCLIENTE.cob".
           COPY "SELCLINOTAS.cob".
           COPY "SELCLIREJECT.cob".
           COPY "SELCOBRPARM.cob".
           COPY "SELCONFPARM.cob".
           COPY "SELCONTAG.cob".
           COPY "SELCONTRATO.cob".
           COPY "SELCPAGCTL.cob".
           COPY "SELCTABCO.cob".
           COPY "SELCTAPAG.cob".
           COPY "SELCTLHIST.cob".
           COPY "SELDEPENDENTE.cob".
           COPY "SELDEPTO.cob".
           COPY "SELDESCQTD.cob".
           COPY "SELDESPREC.cob".
           COPY "SELEMPRESTIMO.cob".
           COPY "SELENTREGA.cob".
           COPY "SELESCALA.cob".
           COPY "SELESOCCTL.cob".
           COPY "SELESTFIL.cob".
           COPY "SELESTOQMOV.cob".
           COPY "SELEXTRPOS.cob".
           COPY "SELFERIADO.cob".
           COPY "SELFERIAS.cob".
           COPY "SELFILIAL.cob".
           COPY "SELFOLHAREG.cob".
           COPY "SELFORNEC.cob".
           COPY "SELFUNCARQ.cob".
           COPY "SELFUNCBEN.cob".
           COPY "SELFUNCCTL.cob".
           COPY "SELFUNCDEM.cob".
           COPY "SELFUNCIONARIO.cob".
           COPY "SELFUNCSAL.cob".
           COPY "SELFUNCTREI.cob".
           COPY "SELFUNCTRF.cob".
           COPY "SELFUNCYTD.cob".
           COPY "SELGLCTL.cob".
           COPY "SELGLEXT.cob".
           COPY "SELLANCMAN.cob".
           COPY "SELLIBFOLHA.cob".
           COPY "SELLIMPAG.cob".
           COPY "SELLIMREV.cob".
           COPY "SELLIQREJ.cob".
           COPY "SELLSTPRC.cob".
           COPY "SELMERITO.cob".
           COPY "SELMETAHIS.cob".
           COPY "SELMETAVEN.cob".
           COPY "SELMSGLOG.cob".
           COPY "SELNCREDCTL.cob".
           COPY "SELNOTA.cob".
           COPY "SELNOTACRED.cob".
           COPY "SELNOTACTL.cob".
           COPY "SELNOTAPARC.cob".
           COPY "SELOFFBOARD.cob".
           COPY "SELOFFTMPL.cob".
           COPY "SELONBOARD.cob".
           COPY "SELOPERADOR.cob".
           COPY "SELORCAM.cob".
           COPY "SELORCCTL.cob".
           COPY "SELORCFOLHA.cob".
           COPY "SELPAGREJ.cob".
           COPY "SELPAGREM.cob".
           COPY "SELPAGTO.cob".
           COPY "SELPARM33.cob".
           COPY "SELPARM48.cob".
           COPY "SELPATRIM.cob".
           COPY "SELPEDACK.cob".
           COPY "SELPEDCOMP.cob".
           COPY "SELPEDCTL.cob".
           COPY "SELPEDREJ.cob".
           COPY "SELPENDEN.cob".
           COPY "SELPENSAO.cob".
           COPY "SELPENSAOPG.cob".
           COPY "SELPERDA.cob".
           COPY "SELPLANCTAS.cob".
           COPY "SELPONTO.cob".
           COPY "SELPONTODIA.cob".
           COPY "SELPRECOHIS.cob".
           COPY "SELPRODREF.cob".
           COPY "SELPRODUTO.cob".
           COPY "SELPROVSALD.cob".
           COPY "SELRAZAO.cob".
           COPY "SELRAZCTL.cob".
           COPY "SELRAZFECH.cob".
           COPY "SELRECEB.cob".
           COPY "SELREEMB.cob".
           COPY "SELREEMBCTL.cob".
           COPY "SELRELCTL.cob".
           COPY "SELRELFILA.cob".
           COPY "SELREMFOL.cob".
           COPY "SELREQUIS.cob".
           COPY "SELRESCREG.cob".
           COPY "SELRESUMO.cob".
           COPY "SELROMCTL.cob".
           COPY "SELSALPEND.cob".
           COPY "SELSUGCOMP.cob".
           COPY "SELTABDESC.cob".
           COPY "SELTABDESCV.cob".
           COPY "SELTABPRC.cob".
           COPY "SELTIPSERV.cob".
           COPY "SELTRANSF.cob".
           COPY "SELTREINO.cob".
           COPY "SELTRFCTL.cob".
           COPY "SELVAGAS.cob".
           COPY "SELBAKSET.cob".
           COPY "SELBAKMAN.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDADIANT.cob".
           COPY "FDALIQ.cob".
           COPY "FDAPROVPAG.cob".
           COPY "FDASO.cob".
           COPY "FDATRLST.cob".
           COPY "FDAUDANC.cob".
           COPY "FDAUDCTL.cob".
           COPY "FDAUDIT.cob".
           COPY "FDAUSENCIA.cob".
           COPY "FDAVALIA.cob".
           COPY "FDBANCOHOR.cob".
           COPY "FDBENEF.cob".
           COPY "FDBOLDEV.cob".
           COPY "FDCALEND.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDCANDHIS.cob".
           COPY "FDCANDID.cob".
           COPY "FDCARGO.cob".
           COPY "FDCARTREC.cob".
           COPY "FDCATDESP.cob".
           COPY "FDCHECKPT.cob".
           COPY "FDCHEQCTL.cob".
           COPY "FDCHEQREG.cob".
           COPY "FDCLASBEM.cob".
           COPY "FDCLIARQ.cob".
           COPY "FDCLICRED.cob".
           COPY "FDCLICTL.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCLINOTAS.cob".
           COPY "FDCLIREJECT.cob".
           COPY "FDCOBRPARM.cob".
           COPY "FDCONFPARM.cob".
           COPY "FDCONTAG.cob".
           COPY "FDCONTRATO.cob".
           COPY "FDCPAGCTL.cob".
           COPY "FDCTABCO.cob".
           COPY "FDCTAPAG.cob".
           COPY "FDCTLHIST.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDDEPTO.cob".
           COPY "FDDESCQTD.cob".
           COPY "FDDESPREC.cob".
           COPY "FDEMPRESTIMO.cob".
           COPY "FDENTREGA.cob".
           COPY "FDESCALA.cob".
           COPY "FDESOCCTL.cob".
           COPY "FDESTFIL.cob".
           COPY "FDESTOQMOV.cob".
           COPY "FDEXTRPOS.cob".
           COPY "FDFERIADO.cob".
           COPY "FDFERIAS.cob".
           COPY "FDFILIAL.cob".
           COPY "FDFOLHAREG.cob".
           COPY "FDFORNEC.cob".
           COPY "FDFUNCARQ.cob".
           COPY "FDFUNCBEN.cob".
           COPY "FDFUNCCTL.cob".
           COPY "FDFUNCDEM.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFUNCSAL.cob".
           COPY "FDFUNCTREI.cob".
           COPY "FDFUNCTRF.cob".
           COPY "FDFUNCYTD.cob".
           COPY "FDGLCTL.cob".
           COPY "FDGLEXT.cob".
           COPY "FDLANCMAN.cob".
           COPY "FDLIBFOLHA.cob".
           COPY "FDLIMPAG.cob".
           COPY "FDLIMREV.cob".
           COPY "FDLIQREJ.cob".
           COPY "FDLSTPRC.cob".
           COPY "FDMERITO.cob".
           COPY "FDMETAHIS.cob".
           COPY "FDMETAVEN.cob".
           COPY "FDMSGLOG.cob".
           COPY "FDNCREDCTL.cob".
           COPY "FDNOTA.cob".
           COPY "FDNOTACRED.cob".
           COPY "FDNOTACTL.cob".
           COPY "FDNOTAPARC.cob".
           COPY "FDOFFBOARD.cob".
           COPY "FDOFFTMPL.cob".
           COPY "FDONBOARD.cob".
           COPY "FDOPERADOR.cob".
           COPY "FDORCAM.cob".
           COPY "FDORCCTL.cob".
           COPY "FDORCFOLHA.cob".
           COPY "FDPAGREJ.cob".
           COPY "FDPAGREM.cob".
           COPY "FDPAGTO.cob".
           COPY "FDPARM33.cob".
           COPY "FDPARM48.cob".
           COPY "FDPATRIM.cob".
           COPY "FDPEDACK.cob".
           COPY "FDPEDCOMP.cob".
           COPY "FDPEDCTL.cob".
           COPY "FDPEDREJ.cob".
           COPY "FDPENDEN.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPENSAOPG.cob".
           COPY "FDPERDA.cob".
           COPY "FDPLANCTAS.cob".
           COPY "FDPONTO.cob".
           COPY "FDPONTODIA.cob".
           COPY "FDPRECOHIS.cob".
           COPY "FDPRODREF.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDPROVSALD.cob".
           COPY "FDRAZAO.cob".
           COPY "FDRAZCTL.cob".
           COPY "FDRAZFECH.cob".
           COPY "FDRECEB.cob".
           COPY "FDREEMB.cob".
           COPY "FDREEMBCTL.cob".
           COPY "FDRELCTL.cob".
           COPY "FDRELFILA.cob".
           COPY "FDREMFOL.cob".
           COPY "FDREQUIS.cob".
           COPY "FDRESCREG.cob".
           COPY "FDRESUMO.cob".
           COPY "FDROMCTL.cob".
           COPY "FDSALPEND.cob".
           COPY "FDSUGCOMP.cob".
           COPY "FDTABDESC.cob".
           COPY "FDTABDESCV.cob".
           COPY "FDTABPRC.cob".
           COPY "FDTIPSERV.cob".
           COPY "FDTRANSF.cob".
           COPY "FDTREINO.cob".
           COPY "FDTRFCTL.cob".
           COPY "FDVAGAS.cob".
           COPY "FDBAKSET.cob".
           COPY "FDBAKMAN.cob".

       WORKING-STORAGE SECTION.

       01  ADIANT-ARQ-STATUS       PIC X(02).
       01  ALIQ-ARQ-STATUS         PIC X(02).
       01  APROVPAG-ARQ-STATUS     PIC X(02).
       01  ASO-ARQ-STATUS          PIC X(02).
       01  ATRLST-ARQ-STATUS       PIC X(02).
       01  AUDANC-ARQ-STATUS       PIC X(02).
       01  AUDCTL-ARQ-STATUS       PIC X(02).
       01  AUDIT-ARQ-STATUS        PIC X(02).
       01  AUSENCIA-ARQ-STATUS     PIC X(02).
       01  AVALIA-ARQ-STATUS       PIC X(02).
       01  BANCOHOR-ARQ-STATUS     PIC X(02).
       01  BENEF-ARQ-STATUS        PIC X(02).
       01  BOLDEV-ARQ-STATUS       PIC X(02).
       01  CALEND-ARQ-STATUS       PIC X(02).
       01  CAMBIO-ARQ-STATUS       PIC X(02).
       01  CANDHIS-ARQ-STATUS      PIC X(02).
       01  CANDID-ARQ-STATUS       PIC X(02).
       01  CARGO-ARQ-STATUS        PIC X(02).
       01  CARTREC-ARQ-STATUS      PIC X(02).
       01  CATDESP-ARQ-STATUS      PIC X(02).
       01  CHECKPT-ARQ-STATUS      PIC X(02).
       01  CHEQCTL-ARQ-STATUS      PIC X(02).
       01  CHEQREG-ARQ-STATUS      PIC X(02).
       01  CLASBEM-ARQ-STATUS      PIC X(02).
       01  CLIARQ-ARQ-STATUS       PIC X(02).
       01  CLICRED-ARQ-STATUS      PIC X(02).
       01  CLICTL-ARQ-STATUS       PIC X(02).
       01  CLIENTE-ARQ-STATUS      PIC X(02).
       01  CLINOTAS-ARQ-STATUS     PIC X(02).
       01  CLIREJECT-ARQ-STATUS    PIC X(02).
       01  COBRPARM-ARQ-STATUS     PIC X(02).
       01  CONFPARM-ARQ-STATUS     PIC X(02).
       01  CONTAG-ARQ-STATUS       PIC X(02).
       01  CONTRATO-ARQ-STATUS     PIC X(02).
       01  CPAGCTL-ARQ-STATUS      PIC X(02).
       01  CTABCO-ARQ-STATUS       PIC X(02).
       01  CTAPAG-ARQ-STATUS       PIC X(02).
       01  CTLHIST-ARQ-STATUS      PIC X(02).
       01  DEPENDENTE-ARQ-STATUS   PIC X(02).
       01  DEPTO-ARQ-STATUS        PIC X(02).
       01  DESCQTD-ARQ-STATUS      PIC X(02).
       01  DESPREC-ARQ-STATUS      PIC X(02).
       01  EMPRESTIMO-ARQ-STATUS   PIC X(02).
       01  ENTREGA-ARQ-STATUS      PIC X(02).
       01  ESCALA-ARQ-STATUS       PIC X(02).
       01  ESOCCTL-ARQ-STATUS      PIC X(02).
       01  ESTFIL-ARQ-STATUS       PIC X(02).
       01  ESTOQMOV-ARQ-STATUS     PIC X(02).
       01  EXTRPOS-ARQ-STATUS      PIC X(02).
       01  FERIADO-ARQ-STATUS      PIC X(02).
       01  FERIAS-ARQ-STATUS       PIC X(02).
       01  FILIAL-ARQ-STATUS       PIC X(02).
       01  FOLHAREG-ARQ-STATUS     PIC X(02).
       01  FORNEC-ARQ-STATUS       PIC X(02).
       01  FUNCARQ-ARQ-STATUS      PIC X(02).
       01  FUNCBEN-ARQ-STATUS      PIC X(02).
       01  FUNCCTL-ARQ-STATUS      PIC X(02).
       01  FUNCDEM-ARQ-STATUS      PIC X(02).
       01  FUNCIONARIO-ARQ-STATUS  PIC X(02).
       01  FUNCSAL-ARQ-STATUS      PIC X(02).
       01  FUNCTREI-ARQ-STATUS     PIC X(02).
       01  FUNCTRF-ARQ-STATUS      PIC X(02).
       01  FUNCYTD-ARQ-STATUS      PIC X(02).
       01  GLCTL-ARQ-STATUS        PIC X(02).
       01  GLEXT-ARQ-STATUS        PIC X(02).
       01  LANCMAN-ARQ-STATUS      PIC X(02).
       01  LIBFOLHA-ARQ-STATUS     PIC X(02).
       01  LIMPAG-ARQ-STATUS       PIC X(02).
       01  LIMREV-ARQ-STATUS       PIC X(02).
       01  LIQREJ-ARQ-STATUS       PIC X(02).
       01  LSTPRC-ARQ-STATUS       PIC X(02).
       01  MERITO-ARQ-STATUS       PIC X(02).
       01  METAHIS-ARQ-STATUS      PIC X(02).
       01  METAVEN-ARQ-STATUS      PIC X(02).
       01  MSGLOG-ARQ-STATUS       PIC X(02).
       01  NCREDCTL-ARQ-STATUS     PIC X(02).
       01  NOTA-ARQ-STATUS         PIC X(02).
       01  NOTACRED-ARQ-STATUS     PIC X(02).
       01  NOTACTL-ARQ-STATUS      PIC X(02).
       01  NOTAPARC-ARQ-STATUS     PIC X(02).
       01  OFFBOARD-ARQ-STATUS     PIC X(02).
       01  OFFTMPL-ARQ-STATUS      PIC X(02).
       01  ONBOARD-ARQ-STATUS      PIC X(02).
       01  OPERADOR-ARQ-STATUS     PIC X(02).
       01  ORCAM-ARQ-STATUS        PIC X(02).
       01  ORCCTL-ARQ-STATUS       PIC X(02).
       01  ORCFOLHA-ARQ-STATUS     PIC X(02).
       01  PAGREJ-ARQ-STATUS       PIC X(02).
       01  PAGREM-ARQ-STATUS       PIC X(02).
       01  PAGTO-ARQ-STATUS        PIC X(02).
       01  PARM33-ARQ-STATUS       PIC X(02).
       01  PARM48-ARQ-STATUS       PIC X(02).
       01  PATRIM-ARQ-STATUS       PIC X(02).
       01  PEDACK-ARQ-STATUS       PIC X(02).
       01  PEDCOMP-ARQ-STATUS      PIC X(02).
       01  PEDCTL-ARQ-STATUS       PIC X(02).
       01  PEDREJ-ARQ-STATUS       PIC X(02).
       01  PENDEN-ARQ-STATUS       PIC X(02).
       01  PENSAO-ARQ-STATUS       PIC X(02).
       01  PENSAOPG-ARQ-STATUS     PIC X(02).
       01  PERDA-ARQ-STATUS        PIC X(02).
       01  PLANCTAS-ARQ-STATUS     PIC X(02).
       01  PONTO-ARQ-STATUS        PIC X(02).
       01  PONTODIA-ARQ-STATUS     PIC X(02).
       01  PRECOHIS-ARQ-STATUS     PIC X(02).
       01  PRODREF-ARQ-STATUS      PIC X(02).
       01  PRODUTO-ARQ-STATUS      PIC X(02).
       01  PROVSALD-ARQ-STATUS     PIC X(02).
       01  RAZAO-ARQ-STATUS        PIC X(02).
       01  RAZCTL-ARQ-STATUS       PIC X(02).
       01  RAZFECH-ARQ-STATUS      PIC X(02).
       01  RECEB-ARQ-STATUS        PIC X(02).
       01  REEMB-ARQ-STATUS        PIC X(02).
       01  REEMBCTL-ARQ-STATUS     PIC X(02).
       01  RELCTL-ARQ-STATUS       PIC X(02).
       01  RELFILA-ARQ-STATUS      PIC X(02).
       01  REMFOL-ARQ-STATUS       PIC X(02).
       01  REQUIS-ARQ-STATUS       PIC X(02).
       01  RESCREG-ARQ-STATUS      PIC X(02).
       01  RESUMO-ARQ-STATUS       PIC X(02).
       01  ROMCTL-ARQ-STATUS       PIC X(02).
       01  SALPEND-ARQ-STATUS      PIC X(02).
       01  SUGCOMP-ARQ-STATUS      PIC X(02).
       01  TABDESC-ARQ-STATUS      PIC X(02).
       01  TABDESCV-ARQ-STATUS     PIC X(02).
       01  TABPRC-ARQ-STATUS       PIC X(02).
       01  TIPSERV-ARQ-STATUS      PIC X(02).
       01  TRANSF-ARQ-STATUS       PIC X(02).
       01  TREINO-ARQ-STATUS       PIC X(02).
       01  TRFCTL-ARQ-STATUS       PIC X(02).
       01  VAGAS-ARQ-STATUS        PIC X(02).
       01  BAKSET-ARQ-STATUS       PIC X(02).
       01  BAKMAN-ARQ-STATUS       PIC X(02).

       01  FINAL-ARQUIVO           PIC X.
       01  FINAL-CONJUNTO          PIC X.
       01  FINAL-MANIFESTO         PIC X.

       01  BAKSET-NOME-ARQUIVO     PIC X(20).
       01  BAKMAN-NOME-ARQUIVO     PIC X(20).
       01  DATA-DO-CONJUNTO.
           05 DATA-CONJ-ANO       PIC 9(04).
           05 DATA-CONJ-MES       PIC 9(02).
           05 DATA-CONJ-DIA       PIC 9(02).

      *    ARQUIVOS DO CONJUNTO NA ORDEM DE GRAVACAO, COM A POSICAO E O
      *    TAMANHO NO REGISTRO DO CAMPO SOMADO NO TOTAL DE CONTROLE
      *    (NOME DO CAMPO NO COMENTARIO). TAMANHO ZERO E' ARQUIVO SEM
      *    CAMPO NUMERICO, CONFERIDO SO PELA CONTAGEM. ARQUIVO NOVO DO
      *    SISTEMA ENTRA AQUI E NOS PARAGRAFOS COPIA-/RESTAURA-.
       01  TABELA-ARQUIVOS-VALORES.
      *    ADIANT-VALOR
           05 FILLER               PIC X(22) VALUE
              "ADIANT.DAT      002410".
      *    ALIQ-PERCENTUAL
           05 FILLER               PIC X(22) VALUE
              "ALIQUOTA.DAT    000404".
      *    APROVPAG-VALOR
           05 FILLER               PIC X(22) VALUE
              "APROVPAG.DAT    001310".
      *    ASO-FUNCIONARIO
           05 FILLER               PIC X(22) VALUE
              "ASO.DAT         000106".
      *    ATRLST-CODIGO
           05 FILLER               PIC X(22) VALUE
              "ATRLISTA.DAT    000206".
      *    AUDANC-QTD-REGISTROS
           05 FILLER               PIC X(22) VALUE
              "AUDANC.DAT      004107".
      *    AUDCTL-ULTIMA-SEQUENCIA
           05 FILLER               PIC X(22) VALUE
              "AUDCTL.DAT      000109".
      *    AUDIT-CODIGO
           05 FILLER               PIC X(22) VALUE
              "AUDITLOG.DAT    002606".
      *    AUSENCIA-CODIGO
           05 FILLER               PIC X(22) VALUE
              "AUSENCIA.DAT    000106".
      *    AVALIA-SALARIO-PROPOSTO
           05 FILLER               PIC X(22) VALUE
              "AVALIACAO.DAT   006208".
      *    BANCOHOR-MINUTOS
           05 FILLER               PIC X(22) VALUE
              "BANCOHOR.DAT    001605".
      *    BENEF-VALOR
           05 FILLER               PIC X(22) VALUE
              "BENEF.DAT       002708".
      *    BOLDEV-VALOR
           05 FILLER               PIC X(22) VALUE
              "BOLDEV.DAT      002310".
      *    CALEND-DATA-MOVIMENTO
           05 FILLER               PIC X(22) VALUE
              "CALENDCTL.DAT   000108".
      *    CAMBIO-REG-TAXA
           05 FILLER               PIC X(22) VALUE
              "CAMBIO.DAT      000407".
      *    CANDHIS-REQUISICAO
           05 FILLER               PIC X(22) VALUE
              "CANDHIST.DAT    000106".
      *    CANDID-REQUISICAO
           05 FILLER               PIC X(22) VALUE
              "CANDIDATO.DAT   000106".
      *    CARGO-PISO
           05 FILLER               PIC X(22) VALUE
              "CARGO.DAT       002608".
      *    CARTREC-VALOR-BRUTO
           05 FILLER               PIC X(22) VALUE
              "CARTREC.DAT     003710".
      *    CATDESP-LIMITE
           05 FILLER               PIC X(22) VALUE
              "CATDESP.DAT     002508".
      *    CHECKPT-DATA-ANO
           05 FILLER               PIC X(22) VALUE
              "CHECKPT.DAT     000104".
      *    CHEQCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "CHEQCTL.DAT     000106".
      *    CHEQ-VALOR
           05 FILLER               PIC X(22) VALUE
              "CHEQREG.DAT     001908".
      *    CLASBEM-VIDA-UTIL
           05 FILLER               PIC X(22) VALUE
              "CLASBEM.DAT     002303".
      *    CLIARQ-CODIGO
           05 FILLER               PIC X(22) VALUE
              "CLIARQ.DAT      000106".
      *    CLICRED-LIMITE
           05 FILLER               PIC X(22) VALUE
              "CLICRED.DAT     000710".
      *    CLICTL-QTD-REGISTROS
           05 FILLER               PIC X(22) VALUE
              "CLICTL.DAT      000106".
      *    CLIENTE-CODIGO
           05 FILLER               PIC X(22) VALUE
              "clientes.dat    000106".
      *    CLINOTAS-CODIGO
           05 FILLER               PIC X(22) VALUE
              "CLINOTAS.DAT    000106".
      *    CLIREJECT-CODIGO
           05 FILLER               PIC X(22) VALUE
              "CLIREJECT.DAT   000106".
      *    COBRPARM-PERC-MULTA
           05 FILLER               PIC X(22) VALUE
              "COBRPARM.DAT    000104".
      *    CONFPARM-TETO-LIQUIDO
           05 FILLER               PIC X(22) VALUE
              "CONFPARM.DAT    000608".
      *    CONTAG-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "CONTAGEM.DAT    003406".
      *    CONTRATO-VALOR-TOTAL
           05 FILLER               PIC X(22) VALUE
              "CONTRATO.DAT    012610".
      *    CPAGCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "CPAGCTL.DAT     000106".
      *    CTABCO-CODIGO
           05 FILLER               PIC X(22) VALUE
              "CONTABCO.DAT    000103".
      *    TITULO-VALOR
           05 FILLER               PIC X(22) VALUE
              "CONTAPAG.DAT    002910".
      *    CTLHIST-QTD-REGISTROS
           05 FILLER               PIC X(22) VALUE
              "CTLHIST.DAT     003209".
      *    DEP-FUNCIONARIO
           05 FILLER               PIC X(22) VALUE
              "DEPENDENTE.DAT  000106".
      *    (SEM CAMPO NUMERICO)
           05 FILLER               PIC X(22) VALUE
              "DEPTO.DAT       000000".
      *    DESCQTD-PERCENTUAL
           05 FILLER               PIC X(22) VALUE
              "DESCQTD.DAT     001104".
      *    DESPREC-VALOR
           05 FILLER               PIC X(22) VALUE
              "DESPREC.DAT     004310".
      *    EMPR-SALDO
           05 FILLER               PIC X(22) VALUE
              "EMPRESTIMO.DAT  003310".
      *    ENTREGA-NOTA
           05 FILLER               PIC X(22) VALUE
              "ENTREGA.DAT     000106".
      *    ESCALA-CODIGO
           05 FILLER               PIC X(22) VALUE
              "ESCALA.DAT      000106".
      *    ESOCCTL-VALOR-CONFERENCIA
           05 FILLER               PIC X(22) VALUE
              "ESOCCTL.DAT     006411".
      *    ESTFIL-SALDO
           05 FILLER               PIC X(22) VALUE
              "ESTFIL.DAT      001006".
      *    ESTOQMOV-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "ESTOQMOV.DAT    001606".
      *    EXTRPOS-ULTIMA-POSICAO
           05 FILLER               PIC X(22) VALUE
              "EXTRPOS.DAT     000109".
      *    FERIADO-DATA
           05 FILLER               PIC X(22) VALUE
              "FERIADOS.DAT    000108".
      *    FERIAS-DIAS-GOZADOS
           05 FILLER               PIC X(22) VALUE
              "FERIAS.DAT      002302".
      *    FILIAL-CODIGO
           05 FILLER               PIC X(22) VALUE
              "FILIAIS.DAT     000103".
      *    FOLHAREG-LIQUIDO
           05 FILLER               PIC X(22) VALUE
              "FOLHAREG.DAT    003808".
      *    FORNEC-CODIGO
           05 FILLER               PIC X(22) VALUE
              "FORNEC.DAT      000106".
      *    FUNCARQ-SALARIO
           05 FILLER               PIC X(22) VALUE
              "FUNCARQ.DAT     012208".
      *    FUNCBEN-CODIGO
           05 FILLER               PIC X(22) VALUE
              "FUNCBEN.DAT     000106".
      *    FUNCCTL-QTD-REGISTROS
           05 FILLER               PIC X(22) VALUE
              "FUNCCTL.DAT     000706".
      *    FUNCDEM-SALARIO
           05 FILLER               PIC X(22) VALUE
              "FUNCDEM.DAT     012208".
      *    FUNCIONARIO-SALARIO
           05 FILLER               PIC X(22) VALUE
              "FUNCIONARIOS.DAT012208".
      *    FUNCSAL-SALARIO-NOVO
           05 FILLER               PIC X(22) VALUE
              "FUNCSAL.DAT     001508".
      *    FUNCTREI-FUNCIONARIO
           05 FILLER               PIC X(22) VALUE
              "FUNCTREI.DAT    000106".
      *    FUNCTRF-CODIGO
           05 FILLER               PIC X(22) VALUE
              "FUNCTRF.DAT     000106".
      *    FUNCYTD-LIQUIDO
           05 FILLER               PIC X(22) VALUE
              "FUNCYTD.DAT     003110".
      *    GLCTL-ULTIMO-LOTE
           05 FILLER               PIC X(22) VALUE
              "GLCTL.DAT       000106".
      *    GLEXT-VALOR
           05 FILLER               PIC X(22) VALUE
              "GLEXT.DAT       005910".
      *    LANCMAN-VALOR
           05 FILLER               PIC X(22) VALUE
              "LANCMAN.DAT     005210".
      *    LIBFOL-TOTAL-LIQUIDO
           05 FILLER               PIC X(22) VALUE
              "LIBFOLHA.DAT    002112".
      *    LIMPAG-VALOR-LIMITE
           05 FILLER               PIC X(22) VALUE
              "LIMPAG.DAT      000110".
      *    LIMREV-LIMITE-SUGERIDO
           05 FILLER               PIC X(22) VALUE
              "LIMREV.DAT      002510".
      *    (SEM CAMPO NUMERICO)
           05 FILLER               PIC X(22) VALUE
              "LIQREJ.DAT      000000".
      *    LSTPRC-CODIGO
           05 FILLER               PIC X(22) VALUE
              "LSTPRECO.DAT    000103".
      *    MERITO-PERCENTUAL
           05 FILLER               PIC X(22) VALUE
              "MERITO.DAT      002204".
      *    METAHIS-VALOR-NOVO
           05 FILLER               PIC X(22) VALUE
              "METAHIST.DAT    004310".
      *    METAVEN-VALOR
           05 FILLER               PIC X(22) VALUE
              "METAVEND.DAT    001610".
      *    MSGLOG-QTD-GRAVADOS
           05 FILLER               PIC X(22) VALUE
              "MSGLOG.DAT      011206".
      *    NCREDCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "NCREDCTL.DAT    000106".
      *    NOTA-VALOR-TOTAL
           05 FILLER               PIC X(22) VALUE
              "NOTAFISC.DAT    060610".
      *    NCRED-VALOR-TOTAL
           05 FILLER               PIC X(22) VALUE
              "NOTACRED.DAT    052910".
      *    NOTACTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "NOTACTL.DAT     000106".
      *    NOTAPARC-VALOR
           05 FILLER               PIC X(22) VALUE
              "NOTAPARC.DAT    001710".
      *    OFFBOARD-CODIGO
           05 FILLER               PIC X(22) VALUE
              "OFFBOARD.DAT    000106".
      *    (SEM CAMPO NUMERICO)
           05 FILLER               PIC X(22) VALUE
              "OFFTMPL.DAT     000000".
      *    ONBOARD-CODIGO
           05 FILLER               PIC X(22) VALUE
              "ONBOARD.DAT     000106".
      *    OPERADOR-FUNCIONARIO
           05 FILLER               PIC X(22) VALUE
              "OPERADOR.DAT    008306".
      *    ORCAM-VALOR-TOTAL
           05 FILLER               PIC X(22) VALUE
              "ORCAMENTO.DAT   062010".
      *    ORCCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "ORCCTL.DAT      000106".
      *    ORCF-VALOR
           05 FILLER               PIC X(22) VALUE
              "ORCFOLHA.DAT    002712".
      *    PAGREJ-VALOR
           05 FILLER               PIC X(22) VALUE
              "PAGREJ.DAT      001308".
      *    PAGREM-VALOR
           05 FILLER               PIC X(22) VALUE
              "PAGREM.DAT      002110".
      *    PAGTO-VALOR
           05 FILLER               PIC X(22) VALUE
              "PAGTOS.DAT      002110".
      *    (SEM CAMPO NUMERICO)
           05 FILLER               PIC X(22) VALUE
              "PARM33.DAT      000000".
      *    (SEM CAMPO NUMERICO)
           05 FILLER               PIC X(22) VALUE
              "PARM48.DAT      000000".
      *    PATRIM-CUSTO
           05 FILLER               PIC X(22) VALUE
              "PATRIM.DAT      005010".
      *    PEDACK-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "PEDACK.DAT      004304".
      *    PEDCOMP-VALOR-FATURADO
           05 FILLER               PIC X(22) VALUE
              "PEDCOMP.DAT     003010".
      *    PEDCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "PEDCTL.DAT      000106".
      *    PEDREJ-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "PEDREJ.DAT      005104".
      *    PENDEN-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "PENDENCIA.DAT   003204".
      *    PENSAO-PERCENTUAL
           05 FILLER               PIC X(22) VALUE
              "PENSAO.DAT      009104".
      *    PENSAOPG-VALOR
           05 FILLER               PIC X(22) VALUE
              "PENSAOPG.DAT    008608".
      *    PERDA-VALOR
           05 FILLER               PIC X(22) VALUE
              "PERDAS.DAT      001310".
      *    PLANCTAS-GRUPO
           05 FILLER               PIC X(22) VALUE
              "PLANCTAS.DAT    003802".
      *    PONTO-HORAS-NORMAIS
           05 FILLER               PIC X(22) VALUE
              "PONTO.DAT       001303".
      *    PONTODIA-CODIGO
           05 FILLER               PIC X(22) VALUE
              "PONTODIA.DAT    000106".
      *    PRECOHIS-PRECO-NOVO
           05 FILLER               PIC X(22) VALUE
              "PRECOHIS.DAT    003108".
      *    PRODREF-PRODUTO
           05 FILLER               PIC X(22) VALUE
              "PRODREF.DAT     002206".
      *    PRODUTO-SALDO-ESTOQUE
           05 FILLER               PIC X(22) VALUE
              "PRODUTOS.DAT    004906".
      *    PROVSALD-FERIAS
           05 FILLER               PIC X(22) VALUE
              "PROVSALD.DAT    000112".
      *    RAZAO-VALOR
           05 FILLER               PIC X(22) VALUE
              "RAZAO.DAT       002012".
      *    RAZCTL-LOTE
           05 FILLER               PIC X(22) VALUE
              "RAZCTL.DAT      000106".
      *    RAZFECH-COMPETENCIA
           05 FILLER               PIC X(22) VALUE
              "RAZFECH.DAT     000106".
      *    RECEB-VALOR
           05 FILLER               PIC X(22) VALUE
              "RECEB.DAT       002510".
      *    REEMB-VALOR-TOTAL
           05 FILLER               PIC X(22) VALUE
              "REEMB.DAT       006910".
      *    REEMBCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "REEMBCTL.DAT    000106".
      *    RELCTL-LINHAS
           05 FILLER               PIC X(22) VALUE
              "RELCTL.DAT      004306".
      *    RELFILA-NUMERO
           05 FILLER               PIC X(22) VALUE
              "RELFILA.DAT     000106".
      *    REMFOL-VALOR
           05 FILLER               PIC X(22) VALUE
              "REMFOLHA.DAT    002412".
      *    REQUIS-SALARIO
           05 FILLER               PIC X(22) VALUE
              "REQUISICAO.DAT  003208".
      *    RESCREG-TOTAL
           05 FILLER               PIC X(22) VALUE
              "RESCREG.DAT     005609".
      *    RESUMO-FOLHA-LIQUIDA
           05 FILLER               PIC X(22) VALUE
              "RESUMO.DAT      002512".
      *    ROMCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "ROMCTL.DAT      000106".
      *    SALPEND-SALARIO-NOVO
           05 FILLER               PIC X(22) VALUE
              "SALPEND.DAT     001508".
      *    SUGCOMP-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "SUGCOMP.DAT     004206".
      *    TABDESC-LIMITE
           05 FILLER               PIC X(22) VALUE
              "TABDESC.DAT     000508".
      *    TABDESCV-LIMITE
           05 FILLER               PIC X(22) VALUE
              "TABDESCV.DAT    001108".
      *    TABPRC-PRECO
           05 FILLER               PIC X(22) VALUE
              "TABPRECO.DAT    001008".
      *    TIPSERV-ALIQ-IRRF
           05 FILLER               PIC X(22) VALUE
              "TIPSERV.DAT     002304".
      *    TRANSF-QUANTIDADE
           05 FILLER               PIC X(22) VALUE
              "TRANSF.DAT      001306".
      *    TREINO-CARGA-HORARIA
           05 FILLER               PIC X(22) VALUE
              "TREINO.DAT      003703".
      *    TRFCTL-ULTIMO-NUMERO
           05 FILLER               PIC X(22) VALUE
              "TRFCTL.DAT      000106".
      *    VAGA-QTD-AUTORIZADA
           05 FILLER               PIC X(22) VALUE
              "VAGAS.DAT       002503".
       01  TABELA-ARQUIVOS REDEFINES TABELA-ARQUIVOS-VALORES.
           05 ARQUIVO-ITEM OCCURS 131 TIMES.
               10 ARQ-NOME            PIC X(16).
               10 ARQ-CAMPO-INICIO    PIC 9(04).
               10 ARQ-CAMPO-TAMANHO   PIC 9(02).
       01  QTD-ARQUIVOS-CONJUNTO   PIC 9(03) VALUE 131.
       01  IDX-ARQUIVO             PIC 9(03).
       01  IDX-BUSCA               PIC 9(03).

      *    CONTAGEM E TOTAL DE CONTROLE DE CADA ARQUIVO - NA GERACAO
      *    VEM DA LEITURA DO ARQUIVO VIVO, NA CONFERENCIA DA RELEITURA
      *    DO CONJUNTO. SITUACAO "P" = PRESENTE, "A" = NAO EXISTIA.
       01  TABELA-TOTAIS.
           05 TOTAL-ITEM OCCURS 131 TIMES.
               10 TOT-SITUACAO        PIC X(01).
               10 TOT-REGISTROS       PIC 9(09).
               10 TOT-CONTROLE        PIC S9(17).
               10 TOT-RESTAURADOS     PIC 9(09).

      *    CAMPO DE CONTROLE ALINHADO A DIREITA SOBRE ZEROS - O ULTIMO
      *    BYTE TRAZ O SINAL QUANDO O CAMPO DE ORIGEM E' SINALIZADO.
       01  CAMPO-CONTROLE-X        PIC X(18).
       01  CAMPO-CONTROLE-N REDEFINES CAMPO-CONTROLE-X
                                   PIC S9(18).
       01  CAMPO-INICIO            PIC 9(04).
       01  CAMPO-TAMANHO           PIC 9(02).
       01  CAMPO-POSICAO           PIC 9(02).

       01  ARQUIVO-PROCURADO       PIC X(16).
       01  ARQUIVO-ACHADO-SW       PIC X(01).
           88 ARQUIVO-ACHADO       VALUE "S".
       01  QTD-ITENS-MANIFESTO     PIC 9(03).
       01  QTD-REG-DESCONHECIDOS   PIC 9(09).
       01  QTD-FORA-DE-ORDEM       PIC 9(06).
       01  QTD-RECUSADOS           PIC 9(06).

       LINKAGE SECTION.

           COPY "BAKGPARM.cob".

       PROCEDURE DIVISION USING BAKG-PARAMETROS.

       PROGRAM-BEGIN.
           MOVE "S" TO BAKG-RESULTADO.
           MOVE ZEROS TO BAKG-QTD-ARQUIVOS.
           MOVE ZEROS TO BAKG-QTD-REGISTROS.
           MOVE ZEROS TO BAKG-QTD-DIVERGENCIAS.
           PERFORM MONTA-NOMES-DO-CONJUNTO.

           IF BAKG-GERAR
               PERFORM GERA-CONJUNTO
           ELSE IF BAKG-VERIFICAR
               PERFORM VERIFICA-CONJUNTO
           ELSE IF BAKG-RESTAURAR
               PERFORM VERIFICA-CONJUNTO
               IF BAKG-OK
                   PERFORM RESTAURA-CONJUNTO
               ELSE
                   DISPLAY "CONJUNTO COM DIVERGENCIAS - NENHUM "
                           "ARQUIVO FOI RESTAURADO."
           ELSE IF BAKG-TOTALIZAR
               PERFORM TOTALIZA-ARQUIVOS
           ELSE
               DISPLAY "FUNCAO DE BACKUP INVALIDA : " BAKG-FUNCAO
               MOVE "N" TO BAKG-RESULTADO.

       PROGRAM-DONE.
           GOBACK.

      *    MESMA REGRA DE NOMES DATADOS DO PROG47. NA TOTALIZACAO NAO
      *    HA CONJUNTO E OS TOTAIS VAO PARA O ARQUIVO DE TRABALHO.
       MONTA-NOMES-DO-CONJUNTO.
           MOVE BAKG-DATA-CONJUNTO TO DATA-DO-CONJUNTO.
           MOVE SPACES TO BAKSET-NOME-ARQUIVO.
           STRING "GERAL"            DELIMITED BY SIZE
                  DATA-CONJ-ANO       DELIMITED BY SIZE
                  DATA-CONJ-MES       DELIMITED BY SIZE
                  DATA-CONJ-DIA       DELIMITED BY SIZE
                  ".BAK"              DELIMITED BY SIZE
             INTO BAKSET-NOME-ARQUIVO.

           MOVE SPACES TO BAKMAN-NOME-ARQUIVO.
           STRING "MANIF"            DELIMITED BY SIZE
                  DATA-CONJ-ANO       DELIMITED BY SIZE
                  DATA-CONJ-MES       DELIMITED BY SIZE
                  DATA-CONJ-DIA       DELIMITED BY SIZE
                  ".BAK"              DELIMITED BY SIZE
             INTO BAKMAN-NOME-ARQUIVO.
           IF BAKG-TOTALIZAR
               MOVE "CTLDIA.TMP" TO BAKMAN-NOME-ARQUIVO.

      *===============================================================
      *    GERACAO - CADA ARQUIVO E' LIDO POR INTEIRO (OS INDEXADOS NA
      *    ORDEM DA CHAVE) E VAI PARA O CONJUNTO ATRAS DO ANTERIOR. O
      *    MANIFESTO SO E' GRAVADO DEPOIS DO CONJUNTO FECHADO.
      *===============================================================
       GERA-CONJUNTO.
           OPEN OUTPUT ARQUIVO-BAKSET.
           IF BAKSET-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO CRIAR O CONJUNTO " BAKSET-NOME-ARQUIVO
                       " - STATUS : " BAKSET-ARQ-STATUS
               MOVE "N" TO BAKG-RESULTADO
           ELSE
               DISPLAY "CONJUNTO " BAKSET-NOME-ARQUIVO " :"
               MOVE 1 TO IDX-ARQUIVO
               PERFORM COPIA-UM-ARQUIVO
                       UNTIL IDX-ARQUIVO IS GREATER THAN
                             QTD-ARQUIVOS-CONJUNTO
               CLOSE ARQUIVO-BAKSET
               PERFORM GRAVA-MANIFESTO.

      *    TOTALIZACAO - A MESMA LEITURA DA GERACAO, ARQUIVO POR
      *    ARQUIVO, SEM ABRIR O CONJUNTO (GRAVA-REGISTRO-NO-CONJUNTO SO
      *    SOMA), COM OS TOTAIS GRAVADOS COMO UM MANIFESTO.
       TOTALIZA-ARQUIVOS.
           MOVE 1 TO IDX-ARQUIVO.
           PERFORM COPIA-UM-ARQUIVO
                   UNTIL IDX-ARQUIVO IS GREATER THAN
                         QTD-ARQUIVOS-CONJUNTO.
           PERFORM GRAVA-MANIFESTO.

       COPIA-UM-ARQUIVO.
           MOVE "A"   TO TOT-SITUACAO(IDX-ARQUIVO).
           MOVE ZEROS TO TOT-REGISTROS(IDX-ARQUIVO).
           MOVE ZEROS TO TOT-CONTROLE(IDX-ARQUIVO).
           EVALUATE IDX-ARQUIVO
               WHEN 001
                   PERFORM COPIA-ARQUIVO-ADIANT
               WHEN 002
                   PERFORM COPIA-ARQUIVO-ALIQ
               WHEN 003
                   PERFORM COPIA-ARQUIVO-APROVPAG
               WHEN 004
                   PERFORM COPIA-ARQUIVO-ASO
               WHEN 005
                   PERFORM COPIA-ARQUIVO-ATRLST
               WHEN 006
                   PERFORM COPIA-ARQUIVO-AUDANC
               WHEN 007
                   PERFORM COPIA-ARQUIVO-AUDCTL
               WHEN 008
                   PERFORM COPIA-ARQUIVO-AUDIT
               WHEN 009
                   PERFORM COPIA-ARQUIVO-AUSENCIA
               WHEN 010
                   PERFORM COPIA-ARQUIVO-AVALIA
               WHEN 011
                   PERFORM COPIA-ARQUIVO-BANCOHOR
               WHEN 012
                   PERFORM COPIA-ARQUIVO-BENEF
               WHEN 013
                   PERFORM COPIA-ARQUIVO-BOLDEV
               WHEN 014
                   PERFORM COPIA-ARQUIVO-CALEND
               WHEN 015
                   PERFORM COPIA-ARQUIVO-CAMBIO
               WHEN 016
                   PERFORM COPIA-ARQUIVO-CANDHIS
               WHEN 017
                   PERFORM COPIA-ARQUIVO-CANDID
               WHEN 018
                   PERFORM COPIA-ARQUIVO-CARGO
               WHEN 019
                   PERFORM COPIA-ARQUIVO-CARTREC
               WHEN 020
                   PERFORM COPIA-ARQUIVO-CATDESP
               WHEN 021
                   PERFORM COPIA-ARQUIVO-CHECKPT
               WHEN 022
                   PERFORM COPIA-ARQUIVO-CHEQCTL
               WHEN 023
                   PERFORM COPIA-ARQUIVO-CHEQREG
               WHEN 024
                   PERFORM COPIA-ARQUIVO-CLASBEM
               WHEN 025
                   PERFORM COPIA-ARQUIVO-CLIARQ
               WHEN 026
                   PERFORM COPIA-ARQUIVO-CLICRED
               WHEN 027
                   PERFORM COPIA-ARQUIVO-CLICTL
               WHEN 028
                   PERFORM COPIA-ARQUIVO-CLIENTE
               WHEN 029
                   PERFORM COPIA-ARQUIVO-CLINOTAS
               WHEN 030
                   PERFORM COPIA-ARQUIVO-CLIREJECT
               WHEN 031
                   PERFORM COPIA-ARQUIVO-COBRPARM
               WHEN 032
                   PERFORM COPIA-ARQUIVO-CONFPARM
               WHEN 033
                   PERFORM COPIA-ARQUIVO-CONTAG
               WHEN 034
                   PERFORM COPIA-ARQUIVO-CONTRATO
               WHEN 035
                   PERFORM COPIA-ARQUIVO-CPAGCTL
               WHEN 036
                   PERFORM COPIA-ARQUIVO-CTABCO
               WHEN 037
                   PERFORM COPIA-ARQUIVO-CTAPAG
               WHEN 038
                   PERFORM COPIA-ARQUIVO-CTLHIST
               WHEN 039
                   PERFORM COPIA-ARQUIVO-DEPENDENTE
               WHEN 040
                   PERFORM COPIA-ARQUIVO-DEPTO
               WHEN 041
                   PERFORM COPIA-ARQUIVO-DESCQTD
               WHEN 042
                   PERFORM COPIA-ARQUIVO-DESPREC
               WHEN 043
                   PERFORM COPIA-ARQUIVO-EMPRESTIMO
               WHEN 044
                   PERFORM COPIA-ARQUIVO-ENTREGA
               WHEN 045
                   PERFORM COPIA-ARQUIVO-ESCALA
               WHEN 046
                   PERFORM COPIA-ARQUIVO-ESOCCTL
               WHEN 047
                   PERFORM COPIA-ARQUIVO-ESTFIL
               WHEN 048
                   PERFORM COPIA-ARQUIVO-ESTOQMOV
               WHEN 049
                   PERFORM COPIA-ARQUIVO-EXTRPOS
               WHEN 050
                   PERFORM COPIA-ARQUIVO-FERIADO
               WHEN 051
                   PERFORM COPIA-ARQUIVO-FERIAS
               WHEN 052
                   PERFORM COPIA-ARQUIVO-FILIAL
               WHEN 053
                   PERFORM COPIA-ARQUIVO-FOLHAREG
               WHEN 054
                   PERFORM COPIA-ARQUIVO-FORNEC
               WHEN 055
                   PERFORM COPIA-ARQUIVO-FUNCARQ
               WHEN 056
                   PERFORM COPIA-ARQUIVO-FUNCBEN
               WHEN 057
                   PERFORM COPIA-ARQUIVO-FUNCCTL
               WHEN 058
                   PERFORM COPIA-ARQUIVO-FUNCDEM
               WHEN 059
                   PERFORM COPIA-ARQUIVO-FUNCIONARIO
               WHEN 060
                   PERFORM COPIA-ARQUIVO-FUNCSAL
               WHEN 061
                   PERFORM COPIA-ARQUIVO-FUNCTREI
               WHEN 062
                   PERFORM COPIA-ARQUIVO-FUNCTRF
               WHEN 063
                   PERFORM COPIA-ARQUIVO-FUNCYTD
               WHEN 064
                   PERFORM COPIA-ARQUIVO-GLCTL
               WHEN 065
                   PERFORM COPIA-ARQUIVO-GLEXT
               WHEN 066
                   PERFORM COPIA-ARQUIVO-LANCMAN
               WHEN 067
                   PERFORM COPIA-ARQUIVO-LIBFOLHA
               WHEN 068
                   PERFORM COPIA-ARQUIVO-LIMPAG
               WHEN 069
                   PERFORM COPIA-ARQUIVO-LIMREV
               WHEN 070
                   PERFORM COPIA-ARQUIVO-LIQREJ
               WHEN 071
                   PERFORM COPIA-ARQUIVO-LSTPRC
               WHEN 072
                   PERFORM COPIA-ARQUIVO-MERITO
               WHEN 073
                   PERFORM COPIA-ARQUIVO-METAHIS
               WHEN 074
                   PERFORM COPIA-ARQUIVO-METAVEN
               WHEN 075
                   PERFORM COPIA-ARQUIVO-MSGLOG
               WHEN 076
                   PERFORM COPIA-ARQUIVO-NCREDCTL
               WHEN 077
                   PERFORM COPIA-ARQUIVO-NOTA
               WHEN 078
                   PERFORM COPIA-ARQUIVO-NOTACRED
               WHEN 079
                   PERFORM COPIA-ARQUIVO-NOTACTL
               WHEN 080
                   PERFORM COPIA-ARQUIVO-NOTAPARC
               WHEN 081
                   PERFORM COPIA-ARQUIVO-OFFBOARD
               WHEN 082
                   PERFORM COPIA-ARQUIVO-OFFTMPL
               WHEN 083
                   PERFORM COPIA-ARQUIVO-ONBOARD
               WHEN 084
                   PERFORM COPIA-ARQUIVO-OPERADOR
               WHEN 085
                   PERFORM COPIA-ARQUIVO-ORCAM
               WHEN 086
                   PERFORM COPIA-ARQUIVO-ORCCTL
               WHEN 087
                   PERFORM COPIA-ARQUIVO-ORCFOLHA
               WHEN 088
                   PERFORM COPIA-ARQUIVO-PAGREJ
               WHEN 089
                   PERFORM COPIA-ARQUIVO-PAGREM
               WHEN 090
                   PERFORM COPIA-ARQUIVO-PAGTO
               WHEN 091
                   PERFORM COPIA-ARQUIVO-PARM33
               WHEN 092
                   PERFORM COPIA-ARQUIVO-PARM48
               WHEN 093
                   PERFORM COPIA-ARQUIVO-PATRIM
               WHEN 094
                   PERFORM COPIA-ARQUIVO-PEDACK
               WHEN 095
                   PERFORM COPIA-ARQUIVO-PEDCOMP
               WHEN 096
                   PERFORM COPIA-ARQUIVO-PEDCTL
               WHEN 097
                   PERFORM COPIA-ARQUIVO-PEDREJ
               WHEN 098
                   PERFORM COPIA-ARQUIVO-PENDEN
               WHEN 099
                   PERFORM COPIA-ARQUIVO-PENSAO
               WHEN 100
                   PERFORM COPIA-ARQUIVO-PENSAOPG
               WHEN 101
                   PERFORM COPIA-ARQUIVO-PERDA
               WHEN 102
                   PERFORM COPIA-ARQUIVO-PLANCTAS
               WHEN 103
                   PERFORM COPIA-ARQUIVO-PONTO
               WHEN 104
                   PERFORM COPIA-ARQUIVO-PONTODIA
               WHEN 105
                   PERFORM COPIA-ARQUIVO-PRECOHIS
               WHEN 106
                   PERFORM COPIA-ARQUIVO-PRODREF
               WHEN 107
                   PERFORM COPIA-ARQUIVO-PRODUTO
               WHEN 108
                   PERFORM COPIA-ARQUIVO-PROVSALD
               WHEN 109
                   PERFORM COPIA-ARQUIVO-RAZAO
               WHEN 110
                   PERFORM COPIA-ARQUIVO-RAZCTL
               WHEN 111
                   PERFORM COPIA-ARQUIVO-RAZFECH
               WHEN 112
                   PERFORM COPIA-ARQUIVO-RECEB
               WHEN 113
                   PERFORM COPIA-ARQUIVO-REEMB
               WHEN 114
                   PERFORM COPIA-ARQUIVO-REEMBCTL
               WHEN 115
                   PERFORM COPIA-ARQUIVO-RELCTL
               WHEN 116
                   PERFORM COPIA-ARQUIVO-RELFILA
               WHEN 117
                   PERFORM COPIA-ARQUIVO-REMFOL
               WHEN 118
                   PERFORM COPIA-ARQUIVO-REQUIS
               WHEN 119
                   PERFORM COPIA-ARQUIVO-RESCREG
               WHEN 120
                   PERFORM COPIA-ARQUIVO-RESUMO
               WHEN 121
                   PERFORM COPIA-ARQUIVO-ROMCTL
               WHEN 122
                   PERFORM COPIA-ARQUIVO-SALPEND
               WHEN 123
                   PERFORM COPIA-ARQUIVO-SUGCOMP
               WHEN 124
                   PERFORM COPIA-ARQUIVO-TABDESC
               WHEN 125
                   PERFORM COPIA-ARQUIVO-TABDESCV
               WHEN 126
                   PERFORM COPIA-ARQUIVO-TABPRC
               WHEN 127
                   PERFORM COPIA-ARQUIVO-TIPSERV
               WHEN 128
                   PERFORM COPIA-ARQUIVO-TRANSF
               WHEN 129
                   PERFORM COPIA-ARQUIVO-TREINO
               WHEN 130
                   PERFORM COPIA-ARQUIVO-TRFCTL
               WHEN 131
                   PERFORM COPIA-ARQUIVO-VAGAS
           END-EVALUATE.
           IF NOT BAKG-TOTALIZAR
               IF TOT-SITUACAO(IDX-ARQUIVO) IS EQUAL "P"
                   DISPLAY "  " ARQ-NOME(IDX-ARQUIVO) " "
                           TOT-REGISTROS(IDX-ARQUIVO) " REGISTROS"
               ELSE
                   DISPLAY "  " ARQ-NOME(IDX-ARQUIVO) " NAO EXISTE - "
                           "FICA VAZIO NO CONJUNTO".
           ADD 1 TO IDX-ARQUIVO.

      *    COPIA DO REGISTRO LIDO PARA O CONJUNTO, COM A CONTAGEM E O
      *    TOTAL DE CONTROLE DO ARQUIVO DA VEZ.
       GRAVA-REGISTRO-NO-CONJUNTO.
           MOVE ARQ-NOME(IDX-ARQUIVO) TO BAKSET-ARQUIVO.
           IF NOT BAKG-TOTALIZAR
               WRITE BAKSET-REGISTRO.
           PERFORM SOMA-REGISTRO-NOS-TOTAIS.

      *    O CAMPO DE CONTROLE E' TIRADO DO REGISTRO DO CONJUNTO PELA
      *    POSICAO DA TABELA - A MESMA CONTA VALE NA GERACAO E NA
      *    CONFERENCIA. CAMPO NAO NUMERICO (EM BRANCO) NAO ENTRA NO
      *    TOTAL.
       SOMA-REGISTRO-NOS-TOTAIS.
           ADD 1 TO TOT-REGISTROS(IDX-ARQUIVO).
           MOVE ARQ-CAMPO-INICIO(IDX-ARQUIVO)  TO CAMPO-INICIO.
           MOVE ARQ-CAMPO-TAMANHO(IDX-ARQUIVO) TO CAMPO-TAMANHO.
           IF CAMPO-TAMANHO IS GREATER THAN ZEROS
               MOVE ZEROS TO CAMPO-CONTROLE-N
               COMPUTE CAMPO-POSICAO = 19 - CAMPO-TAMANHO
               MOVE BAKSET-DADOS(CAMPO-INICIO:CAMPO-TAMANHO)
                 TO CAMPO-CONTROLE-X(CAMPO-POSICAO:CAMPO-TAMANHO)
               IF CAMPO-CONTROLE-N IS NUMERIC
                   ADD CAMPO-CONTROLE-N
                    TO TOT-CONTROLE(IDX-ARQUIVO).

       GRAVA-MANIFESTO.
           OPEN OUTPUT ARQUIVO-BAKMAN.
           IF BAKMAN-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "ERRO AO CRIAR O MANIFESTO " BAKMAN-NOME-ARQUIVO
                       " - STATUS : " BAKMAN-ARQ-STATUS
               MOVE "N" TO BAKG-RESULTADO
           ELSE
               MOVE 1 TO IDX-ARQUIVO
               PERFORM GRAVA-UM-ITEM-DO-MANIFESTO
                       UNTIL IDX-ARQUIVO IS GREATER THAN
                             QTD-ARQUIVOS-CONJUNTO
               CLOSE ARQUIVO-BAKMAN
               DISPLAY "MANIFESTO " BAKMAN-NOME-ARQUIVO " : "
                       BAKG-QTD-ARQUIVOS " ARQUIVOS, "
                       BAKG-QTD-REGISTROS " REGISTROS.".

       GRAVA-UM-ITEM-DO-MANIFESTO.
           MOVE BAKG-DATA-CONJUNTO        TO BAKMAN-DATA-CONJUNTO.
           MOVE ARQ-NOME(IDX-ARQUIVO)      TO BAKMAN-ARQUIVO.
           MOVE TOT-SITUACAO(IDX-ARQUIVO)  TO BAKMAN-SITUACAO.
           MOVE TOT-REGISTROS(IDX-ARQUIVO) TO BAKMAN-QTD-REGISTROS.
           MOVE TOT-CONTROLE(IDX-ARQUIVO)  TO BAKMAN-TOTAL-CONTROLE.
           WRITE BAKMAN-REGISTRO.
           IF TOT-SITUACAO(IDX-ARQUIVO) IS EQUAL "P"
               ADD 1 TO BAKG-QTD-ARQUIVOS.
           ADD TOT-REGISTROS(IDX-ARQUIVO) TO BAKG-QTD-REGISTROS.
           ADD 1 TO IDX-ARQUIVO.

      *===============================================================
      *    CONFERENCIA - RELE O CONJUNTO REFAZENDO A CONTAGEM E O TOTAL
      *    DE CADA ARQUIVO E COMPARA COM O MANIFESTO. REGISTRO DE
      *    ARQUIVO FORA DA TABELA OU ARQUIVO FORA DE ORDEM TAMBEM E'
      *    DIVERGENCIA - A RESTAURACAO DEPENDE DA ORDEM.
      *===============================================================
       VERIFICA-CONJUNTO.
           MOVE 1 TO IDX-ARQUIVO.
           PERFORM ZERA-UM-TOTAL
                   UNTIL IDX-ARQUIVO IS GREATER THAN
                         QTD-ARQUIVOS-CONJUNTO.
           MOVE ZEROS TO QTD-REG-DESCONHECIDOS.
           MOVE ZEROS TO QTD-FORA-DE-ORDEM.

           OPEN INPUT ARQUIVO-BAKSET.
           IF BAKSET-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "CONJUNTO " BAKSET-NOME-ARQUIVO " NAO "
                       "ENCONTRADO - STATUS : " BAKSET-ARQ-STATUS
               MOVE "N" TO BAKG-RESULTADO
           ELSE
               MOVE 1 TO IDX-ARQUIVO
               MOVE "S" TO ARQUIVO-ACHADO-SW
               MOVE "N" TO FINAL-CONJUNTO
               PERFORM LEIA-PROXIMO-CONJUNTO
               PERFORM SOMA-REGISTRO-DO-CONJUNTO
                       UNTIL FINAL-CONJUNTO IS EQUAL "S"
               CLOSE ARQUIVO-BAKSET
               PERFORM CONFERE-MANIFESTO.

           IF QTD-REG-DESCONHECIDOS IS GREATER THAN ZEROS
               DISPLAY "REGISTROS DE ARQUIVO FORA DA TABELA NO "
                       "CONJUNTO : " QTD-REG-DESCONHECIDOS
               ADD 1 TO BAKG-QTD-DIVERGENCIAS.
           IF QTD-FORA-DE-ORDEM IS GREATER THAN ZEROS
               DISPLAY "ARQUIVOS FORA DE ORDEM NO CONJUNTO : "
                       QTD-FORA-DE-ORDEM
               ADD 1 TO BAKG-QTD-DIVERGENCIAS.
           IF BAKG-QTD-DIVERGENCIAS IS GREATER THAN ZEROS
               MOVE "N" TO BAKG-RESULTADO.

       ZERA-UM-TOTAL.
           MOVE "A"   TO TOT-SITUACAO(IDX-ARQUIVO).
           MOVE ZEROS TO TOT-REGISTROS(IDX-ARQUIVO).
           MOVE ZEROS TO TOT-CONTROLE(IDX-ARQUIVO).
           MOVE ZEROS TO TOT-RESTAURADOS(IDX-ARQUIVO).
           ADD 1 TO IDX-ARQUIVO.

       LEIA-PROXIMO-CONJUNTO.
           READ ARQUIVO-BAKSET AT END
           MOVE "S" TO FINAL-CONJUNTO.

      *    A CADA TROCA DE ARQUIVO NO CONJUNTO O NOVO ARQUIVO PRECISA
      *    ESTAR MAIS ADIANTE NA TABELA QUE O ANTERIOR.
       SOMA-REGISTRO-DO-CONJUNTO.
           IF BAKSET-ARQUIVO IS NOT EQUAL ARQ-NOME(IDX-ARQUIVO)
               MOVE BAKSET-ARQUIVO TO ARQUIVO-PROCURADO
               PERFORM LOCALIZA-ARQUIVO
               IF ARQUIVO-ACHADO
                   IF IDX-BUSCA IS LESS THAN IDX-ARQUIVO
                       ADD 1 TO QTD-FORA-DE-ORDEM
                   END-IF
                   MOVE IDX-BUSCA TO IDX-ARQUIVO
               END-IF
           END-IF.
           IF ARQUIVO-ACHADO
               PERFORM SOMA-REGISTRO-NOS-TOTAIS
           ELSE
               ADD 1 TO QTD-REG-DESCONHECIDOS.
           PERFORM LEIA-PROXIMO-CONJUNTO.

       LOCALIZA-ARQUIVO.
           MOVE "N" TO ARQUIVO-ACHADO-SW.
           MOVE 1 TO IDX-BUSCA.
           PERFORM COMPARA-UM-NOME
                   UNTIL ARQUIVO-ACHADO
                   OR IDX-BUSCA IS GREATER THAN QTD-ARQUIVOS-CONJUNTO.

       COMPARA-UM-NOME.
           IF ARQ-NOME(IDX-BUSCA) IS EQUAL ARQUIVO-PROCURADO
               MOVE "S" TO ARQUIVO-ACHADO-SW
           ELSE
               ADD 1 TO IDX-BUSCA.

       CONFERE-MANIFESTO.
           OPEN INPUT ARQUIVO-BAKMAN.
           IF BAKMAN-ARQ-STATUS IS NOT EQUAL "00"
               DISPLAY "MANIFESTO " BAKMAN-NOME-ARQUIVO " NAO "
                       "ENCONTRADO - STATUS : " BAKMAN-ARQ-STATUS
               MOVE "N" TO BAKG-RESULTADO
           ELSE
               MOVE ZEROS TO QTD-ITENS-MANIFESTO
               MOVE "N" TO FINAL-MANIFESTO
               PERFORM LEIA-PROXIMO-MANIFESTO
               PERFORM CONFERE-UM-ITEM-DO-MANIFESTO
                       UNTIL FINAL-MANIFESTO IS EQUAL "S"
               CLOSE ARQUIVO-BAKMAN
               IF QTD-ITENS-MANIFESTO IS NOT EQUAL
                       QTD-ARQUIVOS-CONJUNTO
                   DISPLAY "MANIFESTO COM " QTD-ITENS-MANIFESTO
                           " ARQUIVOS - ESPERADOS "
                           QTD-ARQUIVOS-CONJUNTO
                   ADD 1 TO BAKG-QTD-DIVERGENCIAS.

       LEIA-PROXIMO-MANIFESTO.
           READ ARQUIVO-BAKMAN AT END
           MOVE "S" TO FINAL-MANIFESTO.

       CONFERE-UM-ITEM-DO-MANIFESTO.
           ADD 1 TO QTD-ITENS-MANIFESTO.
           MOVE BAKMAN-ARQUIVO TO ARQUIVO-PROCURADO.
           PERFORM LOCALIZA-ARQUIVO.
           IF NOT ARQUIVO-ACHADO
               DISPLAY "  " BAKMAN-ARQUIVO " DO MANIFESTO FORA DA "
                       "TABELA"
               ADD 1 TO BAKG-QTD-DIVERGENCIAS
           ELSE IF BAKMAN-QTD-REGISTROS IS NOT EQUAL
                       TOT-REGISTROS(IDX-BUSCA)
                   OR BAKMAN-TOTAL-CONTROLE IS NOT EQUAL
                       TOT-CONTROLE(IDX-BUSCA)
               DISPLAY "  " BAKMAN-ARQUIVO " DIVERGENTE - MANIFESTO "
                       BAKMAN-QTD-REGISTROS " / CONJUNTO "
                       TOT-REGISTROS(IDX-BUSCA) " REGISTROS"
               ADD 1 TO BAKG-QTD-DIVERGENCIAS
           ELSE
               MOVE BAKMAN-SITUACAO TO TOT-SITUACAO(IDX-BUSCA)
               IF BAKMAN-SITUACAO IS EQUAL "P"
                   ADD 1 TO BAKG-QTD-ARQUIVOS
               END-IF
               ADD BAKMAN-QTD-REGISTROS TO BAKG-QTD-REGISTROS.
           PERFORM LEIA-PROXIMO-MANIFESTO.

      *===============================================================
      *    RESTAURACAO - SO DEPOIS DA CONFERENCIA LIMPA. OS ARQUIVOS SAO
      *    RECRIADOS NA ORDEM DA TABELA (OPEN OUTPUT) COM OS REGISTROS
      *    DO CONJUNTO; ARQUIVO SEM REGISTROS NO CONJUNTO VOLTA VAZIO.
      *===============================================================
       RESTAURA-CONJUNTO.
           MOVE ZEROS TO QTD-RECUSADOS.
           OPEN INPUT ARQUIVO-BAKSET.
           MOVE "N" TO FINAL-CONJUNTO.
           PERFORM LEIA-PROXIMO-CONJUNTO.
           MOVE 1 TO IDX-ARQUIVO.
           PERFORM RESTAURA-UM-ARQUIVO
                   UNTIL IDX-ARQUIVO IS GREATER THAN
                         QTD-ARQUIVOS-CONJUNTO.
           CLOSE ARQUIVO-BAKSET.
           IF QTD-RECUSADOS IS GREATER THAN ZEROS
               DISPLAY "REGISTROS RECUSADOS NA RESTAURACAO (CHAVE "
                       "DUPLICADA) : " QTD-RECUSADOS
               ADD 1 TO BAKG-QTD-DIVERGENCIAS
               MOVE "N" TO BAKG-RESULTADO.

       RESTAURA-UM-ARQUIVO.
           EVALUATE IDX-ARQUIVO
               WHEN 001
                   PERFORM RESTAURA-ARQUIVO-ADIANT
               WHEN 002
                   PERFORM RESTAURA-ARQUIVO-ALIQ
               WHEN 003
                   PERFORM RESTAURA-ARQUIVO-APROVPAG
               WHEN 004
                   PERFORM RESTAURA-ARQUIVO-ASO
               WHEN 005
                   PERFORM RESTAURA-ARQUIVO-ATRLST
               WHEN 006
                   PERFORM RESTAURA-ARQUIVO-AUDANC
               WHEN 007
                   PERFORM RESTAURA-ARQUIVO-AUDCTL
               WHEN 008
                   PERFORM RESTAURA-ARQUIVO-AUDIT
               WHEN 009
                   PERFORM RESTAURA-ARQUIVO-AUSENCIA
               WHEN 010
                   PERFORM RESTAURA-ARQUIVO-AVALIA
               WHEN 011
                   PERFORM RESTAURA-ARQUIVO-BANCOHOR
               WHEN 012
                   PERFORM RESTAURA-ARQUIVO-BENEF
               WHEN 013
                   PERFORM RESTAURA-ARQUIVO-BOLDEV
               WHEN 014
                   PERFORM RESTAURA-ARQUIVO-CALEND
               WHEN 015
                   PERFORM RESTAURA-ARQUIVO-CAMBIO
               WHEN 016
                   PERFORM RESTAURA-ARQUIVO-CANDHIS
               WHEN 017
                   PERFORM RESTAURA-ARQUIVO-CANDID
               WHEN 018
                   PERFORM RESTAURA-ARQUIVO-CARGO
               WHEN 019
                   PERFORM RESTAURA-ARQUIVO-CARTREC
               WHEN 020
                   PERFORM RESTAURA-ARQUIVO-CATDESP
               WHEN 021
                   PERFORM RESTAURA-ARQUIVO-CHECKPT
               WHEN 022
                   PERFORM RESTAURA-ARQUIVO-CHEQCTL
               WHEN 023
                   PERFORM RESTAURA-ARQUIVO-CHEQREG
               WHEN 024
                   PERFORM RESTAURA-ARQUIVO-CLASBEM
               WHEN 025
                   PERFORM RESTAURA-ARQUIVO-CLIARQ
               WHEN 026
                   PERFORM RESTAURA-ARQUIVO-CLICRED
               WHEN 027
                   PERFORM RESTAURA-ARQUIVO-CLICTL
               WHEN 028
                   PERFORM RESTAURA-ARQUIVO-CLIENTE
               WHEN 029
                   PERFORM RESTAURA-ARQUIVO-CLINOTAS
               WHEN 030
                   PERFORM RESTAURA-ARQUIVO-CLIREJECT
               WHEN 031
                   PERFORM RESTAURA-ARQUIVO-COBRPARM
               WHEN 032
                   PERFORM RESTAURA-ARQUIVO-CONFPARM
               WHEN 033
                   PERFORM RESTAURA-ARQUIVO-CONTAG
               WHEN 034
                   PERFORM RESTAURA-ARQUIVO-CONTRATO
               WHEN 035
                   PERFORM RESTAURA-ARQUIVO-CPAGCTL
               WHEN 036
                   PERFORM RESTAURA-ARQUIVO-CTABCO
               WHEN 037
                   PERFORM RESTAURA-ARQUIVO-CTAPAG
               WHEN 038
                   PERFORM RESTAURA-ARQUIVO-CTLHIST
               WHEN 039
                   PERFORM RESTAURA-ARQUIVO-DEPENDENTE
               WHEN 040
                   PERFORM RESTAURA-ARQUIVO-DEPTO
               WHEN 041
                   PERFORM RESTAURA-ARQUIVO-DESCQTD
               WHEN 042
                   PERFORM RESTAURA-ARQUIVO-DESPREC
               WHEN 043
                   PERFORM RESTAURA-ARQUIVO-EMPRESTIMO
               WHEN 044
                   PERFORM RESTAURA-ARQUIVO-ENTREGA
               WHEN 045
                   PERFORM RESTAURA-ARQUIVO-ESCALA
               WHEN 046
                   PERFORM RESTAURA-ARQUIVO-ESOCCTL
               WHEN 047
                   PERFORM RESTAURA-ARQUIVO-ESTFIL
               WHEN 048
                   PERFORM RESTAURA-ARQUIVO-ESTOQMOV
               WHEN 049
                   PERFORM RESTAURA-ARQUIVO-EXTRPOS
               WHEN 050
                   PERFORM RESTAURA-ARQUIVO-FERIADO
               WHEN 051
                   PERFORM RESTAURA-ARQUIVO-FERIAS
               WHEN 052
                   PERFORM RESTAURA-ARQUIVO-FILIAL
               WHEN 053
                   PERFORM RESTAURA-ARQUIVO-FOLHAREG
               WHEN 054
                   PERFORM RESTAURA-ARQUIVO-FORNEC
               WHEN 055
                   PERFORM RESTAURA-ARQUIVO-FUNCARQ
               WHEN 056
                   PERFORM RESTAURA-ARQUIVO-FUNCBEN
               WHEN 057
                   PERFORM RESTAURA-ARQUIVO-FUNCCTL
               WHEN 058
                   PERFORM RESTAURA-ARQUIVO-FUNCDEM
               WHEN 059
                   PERFORM RESTAURA-ARQUIVO-FUNCIONARIO
               WHEN 060
                   PERFORM RESTAURA-ARQUIVO-FUNCSAL
               WHEN 061
                   PERFORM RESTAURA-ARQUIVO-FUNCTREI
               WHEN 062
                   PERFORM RESTAURA-ARQUIVO-FUNCTRF
               WHEN 063
                   PERFORM RESTAURA-ARQUIVO-FUNCYTD
               WHEN 064
                   PERFORM RESTAURA-ARQUIVO-GLCTL
               WHEN 065
                   PERFORM RESTAURA-ARQUIVO-GLEXT
               WHEN 066
                   PERFORM RESTAURA-ARQUIVO-LANCMAN
               WHEN 067
                   PERFORM RESTAURA-ARQUIVO-LIBFOLHA
               WHEN 068
                   PERFORM RESTAURA-ARQUIVO-LIMPAG
               WHEN 069
                   PERFORM RESTAURA-ARQUIVO-LIMREV
               WHEN 070
                   PERFORM RESTAURA-ARQUIVO-LIQREJ
               WHEN 071
                   PERFORM RESTAURA-ARQUIVO-LSTPRC
               WHEN 072
                   PERFORM RESTAURA-ARQUIVO-MERITO
               WHEN 073
                   PERFORM RESTAURA-ARQUIVO-METAHIS
               WHEN 074
                   PERFORM RESTAURA-ARQUIVO-METAVEN
               WHEN 075
                   PERFORM RESTAURA-ARQUIVO-MSGLOG
               WHEN 076
                   PERFORM RESTAURA-ARQUIVO-NCREDCTL
               WHEN 077
                   PERFORM RESTAURA-ARQUIVO-NOTA
               WHEN 078
                   PERFORM RESTAURA-ARQUIVO-NOTACRED
               WHEN 079
                   PERFORM RESTAURA-ARQUIVO-NOTACTL
               WHEN 080
                   PERFORM RESTAURA-ARQUIVO-NOTAPARC
               WHEN 081
                   PERFORM RESTAURA-ARQUIVO-OFFBOARD
               WHEN 082
                   PERFORM RESTAURA-ARQUIVO-OFFTMPL
               WHEN 083
                   PERFORM RESTAURA-ARQUIVO-ONBOARD
               WHEN 084
                   PERFORM RESTAURA-ARQUIVO-OPERADOR
               WHEN 085
                   PERFORM RESTAURA-ARQUIVO-ORCAM
               WHEN 086
                   PERFORM RESTAURA-ARQUIVO-ORCCTL
               WHEN 087
                   PERFORM RESTAURA-ARQUIVO-ORCFOLHA
               WHEN 088
                   PERFORM RESTAURA-ARQUIVO-PAGREJ
               WHEN 089
                   PERFORM RESTAURA-ARQUIVO-PAGREM
               WHEN 090
                   PERFORM RESTAURA-ARQUIVO-PAGTO
               WHEN 091
                   PERFORM RESTAURA-ARQUIVO-PARM33
               WHEN 092
                   PERFORM RESTAURA-ARQUIVO-PARM48
               WHEN 093
                   PERFORM RESTAURA-ARQUIVO-PATRIM
               WHEN 094
                   PERFORM RESTAURA-ARQUIVO-PEDACK
               WHEN 095
                   PERFORM RESTAURA-ARQUIVO-PEDCOMP
               WHEN 096
                   PERFORM RESTAURA-ARQUIVO-PEDCTL
               WHEN 097
                   PERFORM RESTAURA-ARQUIVO-PEDREJ
               WHEN 098
                   PERFORM RESTAURA-ARQUIVO-PENDEN
               WHEN 099
                   PERFORM RESTAURA-ARQUIVO-PENSAO
               WHEN 100
                   PERFORM RESTAURA-ARQUIVO-PENSAOPG
               WHEN 101
                   PERFORM RESTAURA-ARQUIVO-PERDA
               WHEN 102
                   PERFORM RESTAURA-ARQUIVO-PLANCTAS
               WHEN 103
                   PERFORM RESTAURA-ARQUIVO-PONTO
               WHEN 104
                   PERFORM RESTAURA-ARQUIVO-PONTODIA
               WHEN 105
                   PERFORM RESTAURA-ARQUIVO-PRECOHIS
               WHEN 106
                   PERFORM RESTAURA-ARQUIVO-PRODREF
               WHEN 107
                   PERFORM RESTAURA-ARQUIVO-PRODUTO
               WHEN 108
                   PERFORM RESTAURA-ARQUIVO-PROVSALD
               WHEN 109
                   PERFORM RESTAURA-ARQUIVO-RAZAO
               WHEN 110
                   PERFORM RESTAURA-ARQUIVO-RAZCTL
               WHEN 111
                   PERFORM RESTAURA-ARQUIVO-RAZFECH
               WHEN 112
                   PERFORM RESTAURA-ARQUIVO-RECEB
               WHEN 113
                   PERFORM RESTAURA-ARQUIVO-REEMB
               WHEN 114
                   PERFORM RESTAURA-ARQUIVO-REEMBCTL
               WHEN 115
                   PERFORM RESTAURA-ARQUIVO-RELCTL
               WHEN 116
                   PERFORM RESTAURA-ARQUIVO-RELFILA
               WHEN 117
                   PERFORM RESTAURA-ARQUIVO-REMFOL
               WHEN 118
                   PERFORM RESTAURA-ARQUIVO-REQUIS
               WHEN 119
                   PERFORM RESTAURA-ARQUIVO-RESCREG
               WHEN 120
                   PERFORM RESTAURA-ARQUIVO-RESUMO
               WHEN 121
                   PERFORM RESTAURA-ARQUIVO-ROMCTL
               WHEN 122
                   PERFORM RESTAURA-ARQUIVO-SALPEND
               WHEN 123
                   PERFORM RESTAURA-ARQUIVO-SUGCOMP
               WHEN 124
                   PERFORM RESTAURA-ARQUIVO-TABDESC
               WHEN 125
                   PERFORM RESTAURA-ARQUIVO-TABDESCV
               WHEN 126
                   PERFORM RESTAURA-ARQUIVO-TABPRC
               WHEN 127
                   PERFORM RESTAURA-ARQUIVO-TIPSERV
               WHEN 128
                   PERFORM RESTAURA-ARQUIVO-TRANSF
               WHEN 129
                   PERFORM RESTAURA-ARQUIVO-TREINO
               WHEN 130
                   PERFORM RESTAURA-ARQUIVO-TRFCTL
               WHEN 131
                   PERFORM RESTAURA-ARQUIVO-VAGAS
           END-EVALUATE.
           DISPLAY "  " ARQ-NOME(IDX-ARQUIVO) " "
                   TOT-RESTAURADOS(IDX-ARQUIVO) " RESTAURADOS".
           ADD 1 TO IDX-ARQUIVO.

      *---------------------------------------------------------------
      *    ADIANT.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ADIANT.
           OPEN INPUT ARQUIVO-ADIANT.
           IF ADIANT-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ADIANT
               PERFORM COPIA-REGISTRO-ADIANT
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ADIANT
           ELSE IF ADIANT-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ADIANT.

       LEIA-PROXIMO-ADIANT.
           READ ARQUIVO-ADIANT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ADIANT.
           MOVE ADIANT-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ADIANT.

       RESTAURA-ARQUIVO-ADIANT.
           OPEN OUTPUT ARQUIVO-ADIANT.
           PERFORM RESTAURA-REGISTRO-ADIANT
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ADIANT.

       RESTAURA-REGISTRO-ADIANT.
           MOVE BAKSET-DADOS TO ADIANT-REGISTRO.
           WRITE ADIANT-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ALIQUOTA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ALIQ.
           OPEN INPUT ARQUIVO-ALIQ.
           IF ALIQ-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ALIQ
               PERFORM COPIA-REGISTRO-ALIQ
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ALIQ
           ELSE IF ALIQ-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ALIQ.

       LEIA-PROXIMO-ALIQ.
           READ ARQUIVO-ALIQ NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ALIQ.
           MOVE ALIQ-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ALIQ.

       RESTAURA-ARQUIVO-ALIQ.
           OPEN OUTPUT ARQUIVO-ALIQ.
           PERFORM RESTAURA-REGISTRO-ALIQ
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ALIQ.

       RESTAURA-REGISTRO-ALIQ.
           MOVE BAKSET-DADOS TO ALIQ-REGISTRO.
           WRITE ALIQ-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    APROVPAG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-APROVPAG.
           OPEN INPUT ARQUIVO-APROVPAG.
           IF APROVPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-APROVPAG
               PERFORM COPIA-REGISTRO-APROVPAG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-APROVPAG
           ELSE IF APROVPAG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-APROVPAG.

       LEIA-PROXIMO-APROVPAG.
           READ ARQUIVO-APROVPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-APROVPAG.
           MOVE APROVPAG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-APROVPAG.

       RESTAURA-ARQUIVO-APROVPAG.
           OPEN OUTPUT ARQUIVO-APROVPAG.
           PERFORM RESTAURA-REGISTRO-APROVPAG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-APROVPAG.

       RESTAURA-REGISTRO-APROVPAG.
           MOVE BAKSET-DADOS TO APROVPAG-REGISTRO.
           WRITE APROVPAG-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ASO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ASO.
           OPEN INPUT ARQUIVO-ASO.
           IF ASO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ASO
               PERFORM COPIA-REGISTRO-ASO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ASO
           ELSE IF ASO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ASO.

       LEIA-PROXIMO-ASO.
           READ ARQUIVO-ASO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ASO.
           MOVE ASO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ASO.

       RESTAURA-ARQUIVO-ASO.
           OPEN OUTPUT ARQUIVO-ASO.
           PERFORM RESTAURA-REGISTRO-ASO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ASO.

       RESTAURA-REGISTRO-ASO.
           MOVE BAKSET-DADOS TO ASO-REGISTRO.
           WRITE ASO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ATRLISTA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ATRLST.
           OPEN INPUT ARQUIVO-ATRLST.
           IF ATRLST-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ATRLST
               PERFORM COPIA-REGISTRO-ATRLST
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ATRLST
           ELSE IF ATRLST-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ATRLST.

       LEIA-PROXIMO-ATRLST.
           READ ARQUIVO-ATRLST NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ATRLST.
           MOVE ATRLST-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ATRLST.

       RESTAURA-ARQUIVO-ATRLST.
           OPEN OUTPUT ARQUIVO-ATRLST.
           PERFORM RESTAURA-REGISTRO-ATRLST
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ATRLST.

       RESTAURA-REGISTRO-ATRLST.
           MOVE BAKSET-DADOS TO ATRLST-REGISTRO.
           WRITE ATRLST-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    AUDANC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-AUDANC.
           OPEN INPUT ARQUIVO-AUDANC.
           IF AUDANC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-AUDANC
               PERFORM COPIA-REGISTRO-AUDANC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-AUDANC
           ELSE IF AUDANC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-AUDANC.

       LEIA-PROXIMO-AUDANC.
           READ ARQUIVO-AUDANC AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-AUDANC.
           MOVE AUDANC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-AUDANC.

       RESTAURA-ARQUIVO-AUDANC.
           OPEN OUTPUT ARQUIVO-AUDANC.
           PERFORM RESTAURA-REGISTRO-AUDANC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-AUDANC.

       RESTAURA-REGISTRO-AUDANC.
           MOVE BAKSET-DADOS TO AUDANC-REGISTRO.
           WRITE AUDANC-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    AUDCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-AUDCTL.
           OPEN INPUT ARQUIVO-AUDCTL.
           IF AUDCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-AUDCTL
               PERFORM COPIA-REGISTRO-AUDCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-AUDCTL
           ELSE IF AUDCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-AUDCTL.

       LEIA-PROXIMO-AUDCTL.
           READ ARQUIVO-AUDCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-AUDCTL.
           MOVE AUDCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-AUDCTL.

       RESTAURA-ARQUIVO-AUDCTL.
           OPEN OUTPUT ARQUIVO-AUDCTL.
           PERFORM RESTAURA-REGISTRO-AUDCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-AUDCTL.

       RESTAURA-REGISTRO-AUDCTL.
           MOVE BAKSET-DADOS TO AUDCTL-REGISTRO.
           WRITE AUDCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    AUDITLOG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-AUDIT.
           OPEN INPUT ARQUIVO-AUDITORIA.
           IF AUDIT-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-AUDIT
               PERFORM COPIA-REGISTRO-AUDIT
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-AUDITORIA
           ELSE IF AUDIT-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-AUDITORIA.

       LEIA-PROXIMO-AUDIT.
           READ ARQUIVO-AUDITORIA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-AUDIT.
           MOVE AUDIT-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-AUDIT.

       RESTAURA-ARQUIVO-AUDIT.
           OPEN OUTPUT ARQUIVO-AUDITORIA.
           PERFORM RESTAURA-REGISTRO-AUDIT
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-AUDITORIA.

       RESTAURA-REGISTRO-AUDIT.
           MOVE BAKSET-DADOS TO AUDIT-REGISTRO.
           WRITE AUDIT-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    AUSENCIA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-AUSENCIA.
           OPEN INPUT ARQUIVO-AUSENCIA.
           IF AUSENCIA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-AUSENCIA
               PERFORM COPIA-REGISTRO-AUSENCIA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-AUSENCIA
           ELSE IF AUSENCIA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-AUSENCIA.

       LEIA-PROXIMO-AUSENCIA.
           READ ARQUIVO-AUSENCIA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-AUSENCIA.
           MOVE AUSENCIA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-AUSENCIA.

       RESTAURA-ARQUIVO-AUSENCIA.
           OPEN OUTPUT ARQUIVO-AUSENCIA.
           PERFORM RESTAURA-REGISTRO-AUSENCIA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-AUSENCIA.

       RESTAURA-REGISTRO-AUSENCIA.
           MOVE BAKSET-DADOS TO AUSENCIA-REGISTRO.
           WRITE AUSENCIA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    AVALIACAO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-AVALIA.
           OPEN INPUT ARQUIVO-AVALIA.
           IF AVALIA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-AVALIA
               PERFORM COPIA-REGISTRO-AVALIA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-AVALIA
           ELSE IF AVALIA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-AVALIA.

       LEIA-PROXIMO-AVALIA.
           READ ARQUIVO-AVALIA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-AVALIA.
           MOVE AVALIA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-AVALIA.

       RESTAURA-ARQUIVO-AVALIA.
           OPEN OUTPUT ARQUIVO-AVALIA.
           PERFORM RESTAURA-REGISTRO-AVALIA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-AVALIA.

       RESTAURA-REGISTRO-AVALIA.
           MOVE BAKSET-DADOS TO AVALIA-REGISTRO.
           WRITE AVALIA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    BANCOHOR.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-BANCOHOR.
           OPEN INPUT ARQUIVO-BANCOHOR.
           IF BANCOHOR-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-BANCOHOR
               PERFORM COPIA-REGISTRO-BANCOHOR
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-BANCOHOR
           ELSE IF BANCOHOR-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-BANCOHOR.

       LEIA-PROXIMO-BANCOHOR.
           READ ARQUIVO-BANCOHOR AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-BANCOHOR.
           MOVE BANCOHOR-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-BANCOHOR.

       RESTAURA-ARQUIVO-BANCOHOR.
           OPEN OUTPUT ARQUIVO-BANCOHOR.
           PERFORM RESTAURA-REGISTRO-BANCOHOR
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-BANCOHOR.

       RESTAURA-REGISTRO-BANCOHOR.
           MOVE BAKSET-DADOS TO BANCOHOR-REGISTRO.
           WRITE BANCOHOR-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    BENEF.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-BENEF.
           OPEN INPUT ARQUIVO-BENEF.
           IF BENEF-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-BENEF
               PERFORM COPIA-REGISTRO-BENEF
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-BENEF
           ELSE IF BENEF-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-BENEF.

       LEIA-PROXIMO-BENEF.
           READ ARQUIVO-BENEF AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-BENEF.
           MOVE BENEF-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-BENEF.

       RESTAURA-ARQUIVO-BENEF.
           OPEN OUTPUT ARQUIVO-BENEF.
           PERFORM RESTAURA-REGISTRO-BENEF
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-BENEF.

       RESTAURA-REGISTRO-BENEF.
           MOVE BAKSET-DADOS TO BENEF-REGISTRO.
           WRITE BENEF-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    BOLDEV.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-BOLDEV.
           OPEN INPUT ARQUIVO-BOLDEV.
           IF BOLDEV-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-BOLDEV
               PERFORM COPIA-REGISTRO-BOLDEV
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-BOLDEV
           ELSE IF BOLDEV-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-BOLDEV.

       LEIA-PROXIMO-BOLDEV.
           READ ARQUIVO-BOLDEV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-BOLDEV.
           MOVE BOLDEV-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-BOLDEV.

       RESTAURA-ARQUIVO-BOLDEV.
           OPEN OUTPUT ARQUIVO-BOLDEV.
           PERFORM RESTAURA-REGISTRO-BOLDEV
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-BOLDEV.

       RESTAURA-REGISTRO-BOLDEV.
           MOVE BAKSET-DADOS TO BOLDEV-REGISTRO.
           WRITE BOLDEV-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CALENDCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CALEND.
           OPEN INPUT ARQUIVO-CALEND.
           IF CALEND-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CALEND
               PERFORM COPIA-REGISTRO-CALEND
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CALEND
           ELSE IF CALEND-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CALEND.

       LEIA-PROXIMO-CALEND.
           READ ARQUIVO-CALEND AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CALEND.
           MOVE CALEND-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CALEND.

       RESTAURA-ARQUIVO-CALEND.
           OPEN OUTPUT ARQUIVO-CALEND.
           PERFORM RESTAURA-REGISTRO-CALEND
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CALEND.

       RESTAURA-REGISTRO-CALEND.
           MOVE BAKSET-DADOS TO CALEND-REGISTRO.
           WRITE CALEND-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CAMBIO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CAMBIO.
           OPEN INPUT ARQUIVO-CAMBIO.
           IF CAMBIO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CAMBIO
               PERFORM COPIA-REGISTRO-CAMBIO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CAMBIO
           ELSE IF CAMBIO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CAMBIO.

       LEIA-PROXIMO-CAMBIO.
           READ ARQUIVO-CAMBIO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CAMBIO.
           MOVE CAMBIO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CAMBIO.

       RESTAURA-ARQUIVO-CAMBIO.
           OPEN OUTPUT ARQUIVO-CAMBIO.
           PERFORM RESTAURA-REGISTRO-CAMBIO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CAMBIO.

       RESTAURA-REGISTRO-CAMBIO.
           MOVE BAKSET-DADOS TO CAMBIO-REGISTRO.
           WRITE CAMBIO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CANDHIST.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CANDHIS.
           OPEN INPUT ARQUIVO-CANDHIS.
           IF CANDHIS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CANDHIS
               PERFORM COPIA-REGISTRO-CANDHIS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CANDHIS
           ELSE IF CANDHIS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CANDHIS.

       LEIA-PROXIMO-CANDHIS.
           READ ARQUIVO-CANDHIS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CANDHIS.
           MOVE CANDHIS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CANDHIS.

       RESTAURA-ARQUIVO-CANDHIS.
           OPEN OUTPUT ARQUIVO-CANDHIS.
           PERFORM RESTAURA-REGISTRO-CANDHIS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CANDHIS.

       RESTAURA-REGISTRO-CANDHIS.
           MOVE BAKSET-DADOS TO CANDHIS-REGISTRO.
           WRITE CANDHIS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CANDIDATO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CANDID.
           OPEN INPUT ARQUIVO-CANDID.
           IF CANDID-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CANDID
               PERFORM COPIA-REGISTRO-CANDID
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CANDID
           ELSE IF CANDID-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CANDID.

       LEIA-PROXIMO-CANDID.
           READ ARQUIVO-CANDID AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CANDID.
           MOVE CANDID-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CANDID.

       RESTAURA-ARQUIVO-CANDID.
           OPEN OUTPUT ARQUIVO-CANDID.
           PERFORM RESTAURA-REGISTRO-CANDID
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CANDID.

       RESTAURA-REGISTRO-CANDID.
           MOVE BAKSET-DADOS TO CANDID-REGISTRO.
           WRITE CANDID-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CARGO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-CARGO.
           IF CARGO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CARGO
               PERFORM COPIA-REGISTRO-CARGO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CARGO
           ELSE IF CARGO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CARGO.

       LEIA-PROXIMO-CARGO.
           READ ARQUIVO-CARGO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CARGO.
           MOVE CARGO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CARGO.

       RESTAURA-ARQUIVO-CARGO.
           OPEN OUTPUT ARQUIVO-CARGO.
           PERFORM RESTAURA-REGISTRO-CARGO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CARGO.

       RESTAURA-REGISTRO-CARGO.
           MOVE BAKSET-DADOS TO CARGO-REGISTRO.
           WRITE CARGO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CARTREC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CARTREC.
           OPEN INPUT ARQUIVO-CARTREC.
           IF CARTREC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CARTREC
               PERFORM COPIA-REGISTRO-CARTREC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CARTREC
           ELSE IF CARTREC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CARTREC.

       LEIA-PROXIMO-CARTREC.
           READ ARQUIVO-CARTREC NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CARTREC.
           MOVE CARTREC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CARTREC.

       RESTAURA-ARQUIVO-CARTREC.
           OPEN OUTPUT ARQUIVO-CARTREC.
           PERFORM RESTAURA-REGISTRO-CARTREC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CARTREC.

       RESTAURA-REGISTRO-CARTREC.
           MOVE BAKSET-DADOS TO CARTREC-REGISTRO.
           WRITE CARTREC-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CATDESP.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CATDESP.
           OPEN INPUT ARQUIVO-CATDESP.
           IF CATDESP-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CATDESP
               PERFORM COPIA-REGISTRO-CATDESP
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CATDESP
           ELSE IF CATDESP-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CATDESP.

       LEIA-PROXIMO-CATDESP.
           READ ARQUIVO-CATDESP AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CATDESP.
           MOVE CATDESP-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CATDESP.

       RESTAURA-ARQUIVO-CATDESP.
           OPEN OUTPUT ARQUIVO-CATDESP.
           PERFORM RESTAURA-REGISTRO-CATDESP
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CATDESP.

       RESTAURA-REGISTRO-CATDESP.
           MOVE BAKSET-DADOS TO CATDESP-REGISTRO.
           WRITE CATDESP-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CHECKPT.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CHECKPT.
           OPEN INPUT ARQUIVO-CHECKPT.
           IF CHECKPT-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CHECKPT
               PERFORM COPIA-REGISTRO-CHECKPT
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CHECKPT
           ELSE IF CHECKPT-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CHECKPT.

       LEIA-PROXIMO-CHECKPT.
           READ ARQUIVO-CHECKPT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CHECKPT.
           MOVE CHECKPT-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CHECKPT.

       RESTAURA-ARQUIVO-CHECKPT.
           OPEN OUTPUT ARQUIVO-CHECKPT.
           PERFORM RESTAURA-REGISTRO-CHECKPT
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CHECKPT.

       RESTAURA-REGISTRO-CHECKPT.
           MOVE BAKSET-DADOS TO CHECKPT-REGISTRO.
           WRITE CHECKPT-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CHEQCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CHEQCTL.
           OPEN INPUT ARQUIVO-CHEQCTL.
           IF CHEQCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CHEQCTL
               PERFORM COPIA-REGISTRO-CHEQCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CHEQCTL
           ELSE IF CHEQCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CHEQCTL.

       LEIA-PROXIMO-CHEQCTL.
           READ ARQUIVO-CHEQCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CHEQCTL.
           MOVE CHEQCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CHEQCTL.

       RESTAURA-ARQUIVO-CHEQCTL.
           OPEN OUTPUT ARQUIVO-CHEQCTL.
           PERFORM RESTAURA-REGISTRO-CHEQCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CHEQCTL.

       RESTAURA-REGISTRO-CHEQCTL.
           MOVE BAKSET-DADOS TO CHEQCTL-REGISTRO.
           WRITE CHEQCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CHEQREG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CHEQREG.
           OPEN INPUT ARQUIVO-CHEQREG.
           IF CHEQREG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CHEQREG
               PERFORM COPIA-REGISTRO-CHEQREG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CHEQREG
           ELSE IF CHEQREG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CHEQREG.

       LEIA-PROXIMO-CHEQREG.
           READ ARQUIVO-CHEQREG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CHEQREG.
           MOVE CHEQREG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CHEQREG.

       RESTAURA-ARQUIVO-CHEQREG.
           OPEN OUTPUT ARQUIVO-CHEQREG.
           PERFORM RESTAURA-REGISTRO-CHEQREG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CHEQREG.

       RESTAURA-REGISTRO-CHEQREG.
           MOVE BAKSET-DADOS TO CHEQREG-REGISTRO.
           WRITE CHEQREG-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CLASBEM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLASBEM.
           OPEN INPUT ARQUIVO-CLASBEM.
           IF CLASBEM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLASBEM
               PERFORM COPIA-REGISTRO-CLASBEM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLASBEM
           ELSE IF CLASBEM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLASBEM.

       LEIA-PROXIMO-CLASBEM.
           READ ARQUIVO-CLASBEM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLASBEM.
           MOVE CLASBEM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLASBEM.

       RESTAURA-ARQUIVO-CLASBEM.
           OPEN OUTPUT ARQUIVO-CLASBEM.
           PERFORM RESTAURA-REGISTRO-CLASBEM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLASBEM.

       RESTAURA-REGISTRO-CLASBEM.
           MOVE BAKSET-DADOS TO CLASBEM-REGISTRO.
           WRITE CLASBEM-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CLIARQ.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLIARQ.
           OPEN INPUT ARQUIVO-CLIARQ.
           IF CLIARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLIARQ
               PERFORM COPIA-REGISTRO-CLIARQ
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLIARQ
           ELSE IF CLIARQ-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLIARQ.

       LEIA-PROXIMO-CLIARQ.
           READ ARQUIVO-CLIARQ AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLIARQ.
           MOVE CLIARQ-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLIARQ.

       RESTAURA-ARQUIVO-CLIARQ.
           OPEN OUTPUT ARQUIVO-CLIARQ.
           PERFORM RESTAURA-REGISTRO-CLIARQ
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLIARQ.

       RESTAURA-REGISTRO-CLIARQ.
           MOVE BAKSET-DADOS TO CLIARQ-REGISTRO.
           WRITE CLIARQ-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CLICRED.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLICRED.
           OPEN INPUT ARQUIVO-CLICRED.
           IF CLICRED-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLICRED
               PERFORM COPIA-REGISTRO-CLICRED
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLICRED
           ELSE IF CLICRED-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLICRED.

       LEIA-PROXIMO-CLICRED.
           READ ARQUIVO-CLICRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLICRED.
           MOVE CLICRED-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLICRED.

       RESTAURA-ARQUIVO-CLICRED.
           OPEN OUTPUT ARQUIVO-CLICRED.
           PERFORM RESTAURA-REGISTRO-CLICRED
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLICRED.

       RESTAURA-REGISTRO-CLICRED.
           MOVE BAKSET-DADOS TO CLICRED-REGISTRO.
           WRITE CLICRED-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CLICTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLICTL.
           OPEN INPUT ARQUIVO-CLICTL.
           IF CLICTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLICTL
               PERFORM COPIA-REGISTRO-CLICTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLICTL
           ELSE IF CLICTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLICTL.

       LEIA-PROXIMO-CLICTL.
           READ ARQUIVO-CLICTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLICTL.
           MOVE CLICTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLICTL.

       RESTAURA-ARQUIVO-CLICTL.
           OPEN OUTPUT ARQUIVO-CLICTL.
           PERFORM RESTAURA-REGISTRO-CLICTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLICTL.

       RESTAURA-REGISTRO-CLICTL.
           MOVE BAKSET-DADOS TO CLICTL-REGISTRO.
           WRITE CLICTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    clientes.dat
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLIENTE
               PERFORM COPIA-REGISTRO-CLIENTE
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLIENTE
           ELSE IF CLIENTE-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLIENTE.

       LEIA-PROXIMO-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLIENTE.
           MOVE CLIENTE-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLIENTE.

       RESTAURA-ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-CLIENTE.
           PERFORM RESTAURA-REGISTRO-CLIENTE
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLIENTE.

       RESTAURA-REGISTRO-CLIENTE.
           MOVE BAKSET-DADOS TO CLIENTE-REGISTRO.
           WRITE CLIENTE-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CLINOTAS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLINOTAS.
           OPEN INPUT ARQUIVO-CLINOTAS.
           IF CLINOTAS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLINOTAS
               PERFORM COPIA-REGISTRO-CLINOTAS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLINOTAS
           ELSE IF CLINOTAS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLINOTAS.

       LEIA-PROXIMO-CLINOTAS.
           READ ARQUIVO-CLINOTAS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLINOTAS.
           MOVE CLINOTAS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLINOTAS.

       RESTAURA-ARQUIVO-CLINOTAS.
           OPEN OUTPUT ARQUIVO-CLINOTAS.
           PERFORM RESTAURA-REGISTRO-CLINOTAS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLINOTAS.

       RESTAURA-REGISTRO-CLINOTAS.
           MOVE BAKSET-DADOS TO CLINOTAS-REGISTRO.
           WRITE CLINOTAS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CLIREJECT.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CLIREJECT.
           OPEN INPUT ARQUIVO-CLIREJECT.
           IF CLIREJECT-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CLIREJECT
               PERFORM COPIA-REGISTRO-CLIREJECT
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CLIREJECT
           ELSE IF CLIREJECT-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CLIREJECT.

       LEIA-PROXIMO-CLIREJECT.
           READ ARQUIVO-CLIREJECT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CLIREJECT.
           MOVE CLIREJECT-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CLIREJECT.

       RESTAURA-ARQUIVO-CLIREJECT.
           OPEN OUTPUT ARQUIVO-CLIREJECT.
           PERFORM RESTAURA-REGISTRO-CLIREJECT
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CLIREJECT.

       RESTAURA-REGISTRO-CLIREJECT.
           MOVE BAKSET-DADOS TO CLIREJECT-REGISTRO.
           WRITE CLIREJECT-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    COBRPARM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-COBRPARM.
           OPEN INPUT ARQUIVO-COBRPARM.
           IF COBRPARM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-COBRPARM
               PERFORM COPIA-REGISTRO-COBRPARM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-COBRPARM
           ELSE IF COBRPARM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-COBRPARM.

       LEIA-PROXIMO-COBRPARM.
           READ ARQUIVO-COBRPARM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-COBRPARM.
           MOVE COBRPARM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-COBRPARM.

       RESTAURA-ARQUIVO-COBRPARM.
           OPEN OUTPUT ARQUIVO-COBRPARM.
           PERFORM RESTAURA-REGISTRO-COBRPARM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-COBRPARM.

       RESTAURA-REGISTRO-COBRPARM.
           MOVE BAKSET-DADOS TO COBRPARM-REGISTRO.
           WRITE COBRPARM-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CONFPARM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CONFPARM.
           OPEN INPUT ARQUIVO-CONFPARM.
           IF CONFPARM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CONFPARM
               PERFORM COPIA-REGISTRO-CONFPARM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CONFPARM
           ELSE IF CONFPARM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CONFPARM.

       LEIA-PROXIMO-CONFPARM.
           READ ARQUIVO-CONFPARM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CONFPARM.
           MOVE CONFPARM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CONFPARM.

       RESTAURA-ARQUIVO-CONFPARM.
           OPEN OUTPUT ARQUIVO-CONFPARM.
           PERFORM RESTAURA-REGISTRO-CONFPARM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CONFPARM.

       RESTAURA-REGISTRO-CONFPARM.
           MOVE BAKSET-DADOS TO CONFPARM-REGISTRO.
           WRITE CONFPARM-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CONTAGEM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CONTAG.
           OPEN INPUT ARQUIVO-CONTAG.
           IF CONTAG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CONTAG
               PERFORM COPIA-REGISTRO-CONTAG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CONTAG
           ELSE IF CONTAG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CONTAG.

       LEIA-PROXIMO-CONTAG.
           READ ARQUIVO-CONTAG NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CONTAG.
           MOVE CONTAG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CONTAG.

       RESTAURA-ARQUIVO-CONTAG.
           OPEN OUTPUT ARQUIVO-CONTAG.
           PERFORM RESTAURA-REGISTRO-CONTAG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CONTAG.

       RESTAURA-REGISTRO-CONTAG.
           MOVE BAKSET-DADOS TO CONTAG-REGISTRO.
           WRITE CONTAG-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CONTRATO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CONTRATO.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF CONTRATO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CONTRATO
               PERFORM COPIA-REGISTRO-CONTRATO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CONTRATO
           ELSE IF CONTRATO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CONTRATO.

       LEIA-PROXIMO-CONTRATO.
           READ ARQUIVO-CONTRATO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CONTRATO.
           MOVE CONTRATO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CONTRATO.

       RESTAURA-ARQUIVO-CONTRATO.
           OPEN OUTPUT ARQUIVO-CONTRATO.
           PERFORM RESTAURA-REGISTRO-CONTRATO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CONTRATO.

       RESTAURA-REGISTRO-CONTRATO.
           MOVE BAKSET-DADOS TO CONTRATO-REGISTRO.
           WRITE CONTRATO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CPAGCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CPAGCTL.
           OPEN INPUT ARQUIVO-CPAGCTL.
           IF CPAGCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CPAGCTL
               PERFORM COPIA-REGISTRO-CPAGCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CPAGCTL
           ELSE IF CPAGCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CPAGCTL.

       LEIA-PROXIMO-CPAGCTL.
           READ ARQUIVO-CPAGCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CPAGCTL.
           MOVE CPAGCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CPAGCTL.

       RESTAURA-ARQUIVO-CPAGCTL.
           OPEN OUTPUT ARQUIVO-CPAGCTL.
           PERFORM RESTAURA-REGISTRO-CPAGCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CPAGCTL.

       RESTAURA-REGISTRO-CPAGCTL.
           MOVE BAKSET-DADOS TO CPAGCTL-REGISTRO.
           WRITE CPAGCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CONTABCO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CTABCO.
           OPEN INPUT ARQUIVO-CTABCO.
           IF CTABCO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CTABCO
               PERFORM COPIA-REGISTRO-CTABCO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CTABCO
           ELSE IF CTABCO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CTABCO.

       LEIA-PROXIMO-CTABCO.
           READ ARQUIVO-CTABCO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CTABCO.
           MOVE CTABCO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CTABCO.

       RESTAURA-ARQUIVO-CTABCO.
           OPEN OUTPUT ARQUIVO-CTABCO.
           PERFORM RESTAURA-REGISTRO-CTABCO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CTABCO.

       RESTAURA-REGISTRO-CTABCO.
           MOVE BAKSET-DADOS TO CTABCO-REGISTRO.
           WRITE CTABCO-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CONTAPAG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CTAPAG.
           OPEN INPUT ARQUIVO-CTAPAG.
           IF CTAPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CTAPAG
               PERFORM COPIA-REGISTRO-CTAPAG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CTAPAG
           ELSE IF CTAPAG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CTAPAG.

       LEIA-PROXIMO-CTAPAG.
           READ ARQUIVO-CTAPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CTAPAG.
           MOVE TITULO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CTAPAG.

       RESTAURA-ARQUIVO-CTAPAG.
           OPEN OUTPUT ARQUIVO-CTAPAG.
           PERFORM RESTAURA-REGISTRO-CTAPAG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CTAPAG.

       RESTAURA-REGISTRO-CTAPAG.
           MOVE BAKSET-DADOS TO TITULO-REGISTRO.
           WRITE TITULO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    CTLHIST.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-CTLHIST.
           OPEN INPUT ARQUIVO-CTLHIST.
           IF CTLHIST-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-CTLHIST
               PERFORM COPIA-REGISTRO-CTLHIST
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-CTLHIST
           ELSE IF CTLHIST-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-CTLHIST.

       LEIA-PROXIMO-CTLHIST.
           READ ARQUIVO-CTLHIST AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-CTLHIST.
           MOVE CTLHIST-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-CTLHIST.

       RESTAURA-ARQUIVO-CTLHIST.
           OPEN OUTPUT ARQUIVO-CTLHIST.
           PERFORM RESTAURA-REGISTRO-CTLHIST
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-CTLHIST.

       RESTAURA-REGISTRO-CTLHIST.
           MOVE BAKSET-DADOS TO CTLHIST-REGISTRO.
           WRITE CTLHIST-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    DEPENDENTE.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           IF DEPENDENTE-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-DEPENDENTE
               PERFORM COPIA-REGISTRO-DEPENDENTE
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-DEPENDENTE
           ELSE IF DEPENDENTE-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-DEPENDENTE.

       LEIA-PROXIMO-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-DEPENDENTE.
           MOVE DEPENDENTE-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-DEPENDENTE.

       RESTAURA-ARQUIVO-DEPENDENTE.
           OPEN OUTPUT ARQUIVO-DEPENDENTE.
           PERFORM RESTAURA-REGISTRO-DEPENDENTE
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-DEPENDENTE.

       RESTAURA-REGISTRO-DEPENDENTE.
           MOVE BAKSET-DADOS TO DEPENDENTE-REGISTRO.
           WRITE DEPENDENTE-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    DEPTO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-DEPTO.
           OPEN INPUT ARQUIVO-DEPTO.
           IF DEPTO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-DEPTO
               PERFORM COPIA-REGISTRO-DEPTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-DEPTO
           ELSE IF DEPTO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-DEPTO.

       LEIA-PROXIMO-DEPTO.
           READ ARQUIVO-DEPTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-DEPTO.
           MOVE DEPTO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-DEPTO.

       RESTAURA-ARQUIVO-DEPTO.
           OPEN OUTPUT ARQUIVO-DEPTO.
           PERFORM RESTAURA-REGISTRO-DEPTO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-DEPTO.

       RESTAURA-REGISTRO-DEPTO.
           MOVE BAKSET-DADOS TO DEPTO-REGISTRO.
           WRITE DEPTO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    DESCQTD.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-DESCQTD.
           OPEN INPUT ARQUIVO-DESCQTD.
           IF DESCQTD-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-DESCQTD
               PERFORM COPIA-REGISTRO-DESCQTD
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-DESCQTD
           ELSE IF DESCQTD-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-DESCQTD.

       LEIA-PROXIMO-DESCQTD.
           READ ARQUIVO-DESCQTD NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-DESCQTD.
           MOVE DESCQTD-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-DESCQTD.

       RESTAURA-ARQUIVO-DESCQTD.
           OPEN OUTPUT ARQUIVO-DESCQTD.
           PERFORM RESTAURA-REGISTRO-DESCQTD
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-DESCQTD.

       RESTAURA-REGISTRO-DESCQTD.
           MOVE BAKSET-DADOS TO DESCQTD-REGISTRO.
           WRITE DESCQTD-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    DESPREC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-DESPREC.
           OPEN INPUT ARQUIVO-DESPREC.
           IF DESPREC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-DESPREC
               PERFORM COPIA-REGISTRO-DESPREC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-DESPREC
           ELSE IF DESPREC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-DESPREC.

       LEIA-PROXIMO-DESPREC.
           READ ARQUIVO-DESPREC AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-DESPREC.
           MOVE DESPREC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-DESPREC.

       RESTAURA-ARQUIVO-DESPREC.
           OPEN OUTPUT ARQUIVO-DESPREC.
           PERFORM RESTAURA-REGISTRO-DESPREC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-DESPREC.

       RESTAURA-REGISTRO-DESPREC.
           MOVE BAKSET-DADOS TO DESPREC-REGISTRO.
           WRITE DESPREC-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    EMPRESTIMO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-EMPRESTIMO.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           IF EMPRESTIMO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-EMPRESTIMO
               PERFORM COPIA-REGISTRO-EMPRESTIMO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-EMPRESTIMO
           ELSE IF EMPRESTIMO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-EMPRESTIMO.

       LEIA-PROXIMO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-EMPRESTIMO.
           MOVE EMPRESTIMO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-EMPRESTIMO.

       RESTAURA-ARQUIVO-EMPRESTIMO.
           OPEN OUTPUT ARQUIVO-EMPRESTIMO.
           PERFORM RESTAURA-REGISTRO-EMPRESTIMO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-EMPRESTIMO.

       RESTAURA-REGISTRO-EMPRESTIMO.
           MOVE BAKSET-DADOS TO EMPRESTIMO-REGISTRO.
           WRITE EMPRESTIMO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ENTREGA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ENTREGA.
           OPEN INPUT ARQUIVO-ENTREGA.
           IF ENTREGA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ENTREGA
               PERFORM COPIA-REGISTRO-ENTREGA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ENTREGA
           ELSE IF ENTREGA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ENTREGA.

       LEIA-PROXIMO-ENTREGA.
           READ ARQUIVO-ENTREGA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ENTREGA.
           MOVE ENTREGA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ENTREGA.

       RESTAURA-ARQUIVO-ENTREGA.
           OPEN OUTPUT ARQUIVO-ENTREGA.
           PERFORM RESTAURA-REGISTRO-ENTREGA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ENTREGA.

       RESTAURA-REGISTRO-ENTREGA.
           MOVE BAKSET-DADOS TO ENTREGA-REGISTRO.
           WRITE ENTREGA-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ESCALA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ESCALA.
           OPEN INPUT ARQUIVO-ESCALA.
           IF ESCALA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ESCALA
               PERFORM COPIA-REGISTRO-ESCALA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ESCALA
           ELSE IF ESCALA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ESCALA.

       LEIA-PROXIMO-ESCALA.
           READ ARQUIVO-ESCALA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ESCALA.
           MOVE ESCALA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ESCALA.

       RESTAURA-ARQUIVO-ESCALA.
           OPEN OUTPUT ARQUIVO-ESCALA.
           PERFORM RESTAURA-REGISTRO-ESCALA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ESCALA.

       RESTAURA-REGISTRO-ESCALA.
           MOVE BAKSET-DADOS TO ESCALA-REGISTRO.
           WRITE ESCALA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ESOCCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ESOCCTL.
           OPEN INPUT ARQUIVO-ESOCCTL.
           IF ESOCCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ESOCCTL
               PERFORM COPIA-REGISTRO-ESOCCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ESOCCTL
           ELSE IF ESOCCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ESOCCTL.

       LEIA-PROXIMO-ESOCCTL.
           READ ARQUIVO-ESOCCTL NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ESOCCTL.
           MOVE ESOCCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ESOCCTL.

       RESTAURA-ARQUIVO-ESOCCTL.
           OPEN OUTPUT ARQUIVO-ESOCCTL.
           PERFORM RESTAURA-REGISTRO-ESOCCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ESOCCTL.

       RESTAURA-REGISTRO-ESOCCTL.
           MOVE BAKSET-DADOS TO ESOCCTL-REGISTRO.
           WRITE ESOCCTL-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ESTFIL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ESTFIL.
           OPEN INPUT ARQUIVO-ESTFIL.
           IF ESTFIL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ESTFIL
               PERFORM COPIA-REGISTRO-ESTFIL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ESTFIL
           ELSE IF ESTFIL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ESTFIL.

       LEIA-PROXIMO-ESTFIL.
           READ ARQUIVO-ESTFIL NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ESTFIL.
           MOVE ESTFIL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ESTFIL.

       RESTAURA-ARQUIVO-ESTFIL.
           OPEN OUTPUT ARQUIVO-ESTFIL.
           PERFORM RESTAURA-REGISTRO-ESTFIL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ESTFIL.

       RESTAURA-REGISTRO-ESTFIL.
           MOVE BAKSET-DADOS TO ESTFIL-REGISTRO.
           WRITE ESTFIL-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ESTOQMOV.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ESTOQMOV.
           OPEN INPUT ARQUIVO-ESTOQMOV.
           IF ESTOQMOV-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ESTOQMOV
               PERFORM COPIA-REGISTRO-ESTOQMOV
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ESTOQMOV
           ELSE IF ESTOQMOV-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ESTOQMOV.

       LEIA-PROXIMO-ESTOQMOV.
           READ ARQUIVO-ESTOQMOV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ESTOQMOV.
           MOVE ESTOQMOV-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ESTOQMOV.

       RESTAURA-ARQUIVO-ESTOQMOV.
           OPEN OUTPUT ARQUIVO-ESTOQMOV.
           PERFORM RESTAURA-REGISTRO-ESTOQMOV
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ESTOQMOV.

       RESTAURA-REGISTRO-ESTOQMOV.
           MOVE BAKSET-DADOS TO ESTOQMOV-REGISTRO.
           WRITE ESTOQMOV-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    EXTRPOS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-EXTRPOS.
           OPEN INPUT ARQUIVO-EXTRPOS.
           IF EXTRPOS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-EXTRPOS
               PERFORM COPIA-REGISTRO-EXTRPOS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-EXTRPOS
           ELSE IF EXTRPOS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-EXTRPOS.

       LEIA-PROXIMO-EXTRPOS.
           READ ARQUIVO-EXTRPOS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-EXTRPOS.
           MOVE EXTRPOS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-EXTRPOS.

       RESTAURA-ARQUIVO-EXTRPOS.
           OPEN OUTPUT ARQUIVO-EXTRPOS.
           PERFORM RESTAURA-REGISTRO-EXTRPOS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-EXTRPOS.

       RESTAURA-REGISTRO-EXTRPOS.
           MOVE BAKSET-DADOS TO EXTRPOS-REGISTRO.
           WRITE EXTRPOS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FERIADOS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FERIADO.
           OPEN INPUT ARQUIVO-FERIADO.
           IF FERIADO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FERIADO
               PERFORM COPIA-REGISTRO-FERIADO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FERIADO
           ELSE IF FERIADO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FERIADO.

       LEIA-PROXIMO-FERIADO.
           READ ARQUIVO-FERIADO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FERIADO.
           MOVE FERIADO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FERIADO.

       RESTAURA-ARQUIVO-FERIADO.
           OPEN OUTPUT ARQUIVO-FERIADO.
           PERFORM RESTAURA-REGISTRO-FERIADO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FERIADO.

       RESTAURA-REGISTRO-FERIADO.
           MOVE BAKSET-DADOS TO FERIADO-REGISTRO.
           WRITE FERIADO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FERIAS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-FERIAS.
           IF FERIAS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FERIAS
               PERFORM COPIA-REGISTRO-FERIAS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FERIAS
           ELSE IF FERIAS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FERIAS.

       LEIA-PROXIMO-FERIAS.
           READ ARQUIVO-FERIAS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FERIAS.
           MOVE FERIAS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FERIAS.

       RESTAURA-ARQUIVO-FERIAS.
           OPEN OUTPUT ARQUIVO-FERIAS.
           PERFORM RESTAURA-REGISTRO-FERIAS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FERIAS.

       RESTAURA-REGISTRO-FERIAS.
           MOVE BAKSET-DADOS TO FERIAS-REGISTRO.
           WRITE FERIAS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FILIAIS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FILIAL.
           OPEN INPUT ARQUIVO-FILIAL.
           IF FILIAL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FILIAL
               PERFORM COPIA-REGISTRO-FILIAL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FILIAL
           ELSE IF FILIAL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FILIAL.

       LEIA-PROXIMO-FILIAL.
           READ ARQUIVO-FILIAL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FILIAL.
           MOVE FILIAL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FILIAL.

       RESTAURA-ARQUIVO-FILIAL.
           OPEN OUTPUT ARQUIVO-FILIAL.
           PERFORM RESTAURA-REGISTRO-FILIAL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FILIAL.

       RESTAURA-REGISTRO-FILIAL.
           MOVE BAKSET-DADOS TO FILIAL-REGISTRO.
           WRITE FILIAL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FOLHAREG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FOLHAREG.
           OPEN INPUT ARQUIVO-FOLHAREG.
           IF FOLHAREG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FOLHAREG
               PERFORM COPIA-REGISTRO-FOLHAREG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FOLHAREG
           ELSE IF FOLHAREG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FOLHAREG.

       LEIA-PROXIMO-FOLHAREG.
           READ ARQUIVO-FOLHAREG NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FOLHAREG.
           MOVE FOLHAREG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FOLHAREG.

       RESTAURA-ARQUIVO-FOLHAREG.
           OPEN OUTPUT ARQUIVO-FOLHAREG.
           PERFORM RESTAURA-REGISTRO-FOLHAREG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FOLHAREG.

       RESTAURA-REGISTRO-FOLHAREG.
           MOVE BAKSET-DADOS TO FOLHAREG-REGISTRO.
           WRITE FOLHAREG-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FORNEC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FORNEC.
           OPEN INPUT ARQUIVO-FORNEC.
           IF FORNEC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FORNEC
               PERFORM COPIA-REGISTRO-FORNEC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FORNEC
           ELSE IF FORNEC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FORNEC.

       LEIA-PROXIMO-FORNEC.
           READ ARQUIVO-FORNEC NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FORNEC.
           MOVE FORNEC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FORNEC.

       RESTAURA-ARQUIVO-FORNEC.
           OPEN OUTPUT ARQUIVO-FORNEC.
           PERFORM RESTAURA-REGISTRO-FORNEC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FORNEC.

       RESTAURA-REGISTRO-FORNEC.
           MOVE BAKSET-DADOS TO FORNEC-REGISTRO.
           WRITE FORNEC-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCARQ.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCARQ.
           OPEN INPUT ARQUIVO-FUNCARQ.
           IF FUNCARQ-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCARQ
               PERFORM COPIA-REGISTRO-FUNCARQ
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCARQ
           ELSE IF FUNCARQ-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCARQ.

       LEIA-PROXIMO-FUNCARQ.
           READ ARQUIVO-FUNCARQ AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCARQ.
           MOVE FUNCARQ-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCARQ.

       RESTAURA-ARQUIVO-FUNCARQ.
           OPEN OUTPUT ARQUIVO-FUNCARQ.
           PERFORM RESTAURA-REGISTRO-FUNCARQ
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCARQ.

       RESTAURA-REGISTRO-FUNCARQ.
           MOVE BAKSET-DADOS TO FUNCARQ-REGISTRO.
           WRITE FUNCARQ-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCBEN.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCBEN.
           OPEN INPUT ARQUIVO-FUNCBEN.
           IF FUNCBEN-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCBEN
               PERFORM COPIA-REGISTRO-FUNCBEN
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCBEN
           ELSE IF FUNCBEN-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCBEN.

       LEIA-PROXIMO-FUNCBEN.
           READ ARQUIVO-FUNCBEN AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCBEN.
           MOVE FUNCBEN-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCBEN.

       RESTAURA-ARQUIVO-FUNCBEN.
           OPEN OUTPUT ARQUIVO-FUNCBEN.
           PERFORM RESTAURA-REGISTRO-FUNCBEN
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCBEN.

       RESTAURA-REGISTRO-FUNCBEN.
           MOVE BAKSET-DADOS TO FUNCBEN-REGISTRO.
           WRITE FUNCBEN-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCCTL.
           OPEN INPUT ARQUIVO-FUNCCTL.
           IF FUNCCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCCTL
               PERFORM COPIA-REGISTRO-FUNCCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCCTL
           ELSE IF FUNCCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCCTL.

       LEIA-PROXIMO-FUNCCTL.
           READ ARQUIVO-FUNCCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCCTL.
           MOVE FUNCCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCCTL.

       RESTAURA-ARQUIVO-FUNCCTL.
           OPEN OUTPUT ARQUIVO-FUNCCTL.
           PERFORM RESTAURA-REGISTRO-FUNCCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCCTL.

       RESTAURA-REGISTRO-FUNCCTL.
           MOVE BAKSET-DADOS TO FUNCCTL-REGISTRO.
           WRITE FUNCCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCDEM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCDEM.
           OPEN INPUT ARQUIVO-FUNCDEM.
           IF FUNCDEM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCDEM
               PERFORM COPIA-REGISTRO-FUNCDEM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCDEM
           ELSE IF FUNCDEM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCDEM.

       LEIA-PROXIMO-FUNCDEM.
           READ ARQUIVO-FUNCDEM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCDEM.
           MOVE FUNCDEM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCDEM.

       RESTAURA-ARQUIVO-FUNCDEM.
           OPEN OUTPUT ARQUIVO-FUNCDEM.
           PERFORM RESTAURA-REGISTRO-FUNCDEM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCDEM.

       RESTAURA-REGISTRO-FUNCDEM.
           MOVE BAKSET-DADOS TO FUNCDEM-REGISTRO.
           WRITE FUNCDEM-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCIONARIOS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCIONARIO
               PERFORM COPIA-REGISTRO-FUNCIONARIO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCIONARIO
           ELSE IF FUNCIONARIO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCIONARIO.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCIONARIO.
           MOVE FUNCIONARIO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       RESTAURA-ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-FUNCIONARIO.
           PERFORM RESTAURA-REGISTRO-FUNCIONARIO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCIONARIO.

       RESTAURA-REGISTRO-FUNCIONARIO.
           MOVE BAKSET-DADOS TO FUNCIONARIO-REGISTRO.
           WRITE FUNCIONARIO-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCSAL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCSAL.
           OPEN INPUT ARQUIVO-FUNCSAL.
           IF FUNCSAL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCSAL
               PERFORM COPIA-REGISTRO-FUNCSAL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCSAL
           ELSE IF FUNCSAL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCSAL.

       LEIA-PROXIMO-FUNCSAL.
           READ ARQUIVO-FUNCSAL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCSAL.
           MOVE FUNCSAL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCSAL.

       RESTAURA-ARQUIVO-FUNCSAL.
           OPEN OUTPUT ARQUIVO-FUNCSAL.
           PERFORM RESTAURA-REGISTRO-FUNCSAL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCSAL.

       RESTAURA-REGISTRO-FUNCSAL.
           MOVE BAKSET-DADOS TO FUNCSAL-REGISTRO.
           WRITE FUNCSAL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCTREI.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCTREI.
           OPEN INPUT ARQUIVO-FUNCTREI.
           IF FUNCTREI-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCTREI
               PERFORM COPIA-REGISTRO-FUNCTREI
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCTREI
           ELSE IF FUNCTREI-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCTREI.

       LEIA-PROXIMO-FUNCTREI.
           READ ARQUIVO-FUNCTREI AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCTREI.
           MOVE FUNCTREI-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCTREI.

       RESTAURA-ARQUIVO-FUNCTREI.
           OPEN OUTPUT ARQUIVO-FUNCTREI.
           PERFORM RESTAURA-REGISTRO-FUNCTREI
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCTREI.

       RESTAURA-REGISTRO-FUNCTREI.
           MOVE BAKSET-DADOS TO FUNCTREI-REGISTRO.
           WRITE FUNCTREI-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCTRF.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCTRF.
           OPEN INPUT ARQUIVO-FUNCTRF.
           IF FUNCTRF-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCTRF
               PERFORM COPIA-REGISTRO-FUNCTRF
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCTRF
           ELSE IF FUNCTRF-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCTRF.

       LEIA-PROXIMO-FUNCTRF.
           READ ARQUIVO-FUNCTRF AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCTRF.
           MOVE FUNCTRF-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCTRF.

       RESTAURA-ARQUIVO-FUNCTRF.
           OPEN OUTPUT ARQUIVO-FUNCTRF.
           PERFORM RESTAURA-REGISTRO-FUNCTRF
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCTRF.

       RESTAURA-REGISTRO-FUNCTRF.
           MOVE BAKSET-DADOS TO FUNCTRF-REGISTRO.
           WRITE FUNCTRF-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    FUNCYTD.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-FUNCYTD.
           OPEN INPUT ARQUIVO-FUNCYTD.
           IF FUNCYTD-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-FUNCYTD
               PERFORM COPIA-REGISTRO-FUNCYTD
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-FUNCYTD
           ELSE IF FUNCYTD-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-FUNCYTD.

       LEIA-PROXIMO-FUNCYTD.
           READ ARQUIVO-FUNCYTD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-FUNCYTD.
           MOVE FUNCYTD-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-FUNCYTD.

       RESTAURA-ARQUIVO-FUNCYTD.
           OPEN OUTPUT ARQUIVO-FUNCYTD.
           PERFORM RESTAURA-REGISTRO-FUNCYTD
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-FUNCYTD.

       RESTAURA-REGISTRO-FUNCYTD.
           MOVE BAKSET-DADOS TO FUNCYTD-REGISTRO.
           WRITE FUNCYTD-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    GLCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-GLCTL.
           OPEN INPUT ARQUIVO-GLCTL.
           IF GLCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-GLCTL
               PERFORM COPIA-REGISTRO-GLCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-GLCTL
           ELSE IF GLCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-GLCTL.

       LEIA-PROXIMO-GLCTL.
           READ ARQUIVO-GLCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-GLCTL.
           MOVE GLCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-GLCTL.

       RESTAURA-ARQUIVO-GLCTL.
           OPEN OUTPUT ARQUIVO-GLCTL.
           PERFORM RESTAURA-REGISTRO-GLCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-GLCTL.

       RESTAURA-REGISTRO-GLCTL.
           MOVE BAKSET-DADOS TO GLCTL-REGISTRO.
           WRITE GLCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    GLEXT.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-GLEXT.
           OPEN INPUT ARQUIVO-GLEXT.
           IF GLEXT-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-GLEXT
               PERFORM COPIA-REGISTRO-GLEXT
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-GLEXT
           ELSE IF GLEXT-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-GLEXT.

       LEIA-PROXIMO-GLEXT.
           READ ARQUIVO-GLEXT AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-GLEXT.
           MOVE GLEXT-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-GLEXT.

       RESTAURA-ARQUIVO-GLEXT.
           OPEN OUTPUT ARQUIVO-GLEXT.
           PERFORM RESTAURA-REGISTRO-GLEXT
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-GLEXT.

       RESTAURA-REGISTRO-GLEXT.
           MOVE BAKSET-DADOS TO GLEXT-REGISTRO.
           WRITE GLEXT-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    LANCMAN.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-LANCMAN.
           OPEN INPUT ARQUIVO-LANCMAN.
           IF LANCMAN-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-LANCMAN
               PERFORM COPIA-REGISTRO-LANCMAN
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-LANCMAN
           ELSE IF LANCMAN-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-LANCMAN.

       LEIA-PROXIMO-LANCMAN.
           READ ARQUIVO-LANCMAN AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-LANCMAN.
           MOVE LANCMAN-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-LANCMAN.

       RESTAURA-ARQUIVO-LANCMAN.
           OPEN OUTPUT ARQUIVO-LANCMAN.
           PERFORM RESTAURA-REGISTRO-LANCMAN
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-LANCMAN.

       RESTAURA-REGISTRO-LANCMAN.
           MOVE BAKSET-DADOS TO LANCMAN-REGISTRO.
           WRITE LANCMAN-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    LIBFOLHA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-LIBFOLHA.
           OPEN INPUT ARQUIVO-LIBFOLHA.
           IF LIBFOLHA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-LIBFOLHA
               PERFORM COPIA-REGISTRO-LIBFOLHA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-LIBFOLHA
           ELSE IF LIBFOLHA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-LIBFOLHA.

       LEIA-PROXIMO-LIBFOLHA.
           READ ARQUIVO-LIBFOLHA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-LIBFOLHA.
           MOVE LIBFOLHA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-LIBFOLHA.

       RESTAURA-ARQUIVO-LIBFOLHA.
           OPEN OUTPUT ARQUIVO-LIBFOLHA.
           PERFORM RESTAURA-REGISTRO-LIBFOLHA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-LIBFOLHA.

       RESTAURA-REGISTRO-LIBFOLHA.
           MOVE BAKSET-DADOS TO LIBFOLHA-REGISTRO.
           WRITE LIBFOLHA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    LIMPAG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-LIMPAG.
           OPEN INPUT ARQUIVO-LIMPAG.
           IF LIMPAG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-LIMPAG
               PERFORM COPIA-REGISTRO-LIMPAG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-LIMPAG
           ELSE IF LIMPAG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-LIMPAG.

       LEIA-PROXIMO-LIMPAG.
           READ ARQUIVO-LIMPAG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-LIMPAG.
           MOVE LIMPAG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-LIMPAG.

       RESTAURA-ARQUIVO-LIMPAG.
           OPEN OUTPUT ARQUIVO-LIMPAG.
           PERFORM RESTAURA-REGISTRO-LIMPAG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-LIMPAG.

       RESTAURA-REGISTRO-LIMPAG.
           MOVE BAKSET-DADOS TO LIMPAG-REGISTRO.
           WRITE LIMPAG-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    LIMREV.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-LIMREV.
           OPEN INPUT ARQUIVO-LIMREV.
           IF LIMREV-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-LIMREV
               PERFORM COPIA-REGISTRO-LIMREV
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-LIMREV
           ELSE IF LIMREV-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-LIMREV.

       LEIA-PROXIMO-LIMREV.
           READ ARQUIVO-LIMREV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-LIMREV.
           MOVE LIMREV-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-LIMREV.

       RESTAURA-ARQUIVO-LIMREV.
           OPEN OUTPUT ARQUIVO-LIMREV.
           PERFORM RESTAURA-REGISTRO-LIMREV
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-LIMREV.

       RESTAURA-REGISTRO-LIMREV.
           MOVE BAKSET-DADOS TO LIMREV-REGISTRO.
           WRITE LIMREV-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    LIQREJ.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-LIQREJ.
           OPEN INPUT ARQUIVO-LIQREJ.
           IF LIQREJ-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-LIQREJ
               PERFORM COPIA-REGISTRO-LIQREJ
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-LIQREJ
           ELSE IF LIQREJ-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-LIQREJ.

       LEIA-PROXIMO-LIQREJ.
           READ ARQUIVO-LIQREJ AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-LIQREJ.
           MOVE LIQREJ-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-LIQREJ.

       RESTAURA-ARQUIVO-LIQREJ.
           OPEN OUTPUT ARQUIVO-LIQREJ.
           PERFORM RESTAURA-REGISTRO-LIQREJ
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-LIQREJ.

       RESTAURA-REGISTRO-LIQREJ.
           MOVE BAKSET-DADOS TO LIQREJ-REGISTRO.
           WRITE LIQREJ-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    LSTPRECO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-LSTPRC.
           OPEN INPUT ARQUIVO-LSTPRC.
           IF LSTPRC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-LSTPRC
               PERFORM COPIA-REGISTRO-LSTPRC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-LSTPRC
           ELSE IF LSTPRC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-LSTPRC.

       LEIA-PROXIMO-LSTPRC.
           READ ARQUIVO-LSTPRC NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-LSTPRC.
           MOVE LSTPRC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-LSTPRC.

       RESTAURA-ARQUIVO-LSTPRC.
           OPEN OUTPUT ARQUIVO-LSTPRC.
           PERFORM RESTAURA-REGISTRO-LSTPRC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-LSTPRC.

       RESTAURA-REGISTRO-LSTPRC.
           MOVE BAKSET-DADOS TO LSTPRC-REGISTRO.
           WRITE LSTPRC-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    MERITO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-MERITO.
           OPEN INPUT ARQUIVO-MERITO.
           IF MERITO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-MERITO
               PERFORM COPIA-REGISTRO-MERITO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-MERITO
           ELSE IF MERITO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-MERITO.

       LEIA-PROXIMO-MERITO.
           READ ARQUIVO-MERITO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-MERITO.
           MOVE MERITO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-MERITO.

       RESTAURA-ARQUIVO-MERITO.
           OPEN OUTPUT ARQUIVO-MERITO.
           PERFORM RESTAURA-REGISTRO-MERITO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-MERITO.

       RESTAURA-REGISTRO-MERITO.
           MOVE BAKSET-DADOS TO MERITO-REGISTRO.
           WRITE MERITO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    METAHIST.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-METAHIS.
           OPEN INPUT ARQUIVO-METAHIS.
           IF METAHIS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-METAHIS
               PERFORM COPIA-REGISTRO-METAHIS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-METAHIS
           ELSE IF METAHIS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-METAHIS.

       LEIA-PROXIMO-METAHIS.
           READ ARQUIVO-METAHIS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-METAHIS.
           MOVE METAHIS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-METAHIS.

       RESTAURA-ARQUIVO-METAHIS.
           OPEN OUTPUT ARQUIVO-METAHIS.
           PERFORM RESTAURA-REGISTRO-METAHIS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-METAHIS.

       RESTAURA-REGISTRO-METAHIS.
           MOVE BAKSET-DADOS TO METAHIS-REGISTRO.
           WRITE METAHIS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    METAVEND.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-METAVEN.
           OPEN INPUT ARQUIVO-METAVEN.
           IF METAVEN-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-METAVEN
               PERFORM COPIA-REGISTRO-METAVEN
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-METAVEN
           ELSE IF METAVEN-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-METAVEN.

       LEIA-PROXIMO-METAVEN.
           READ ARQUIVO-METAVEN AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-METAVEN.
           MOVE METAVEN-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-METAVEN.

       RESTAURA-ARQUIVO-METAVEN.
           OPEN OUTPUT ARQUIVO-METAVEN.
           PERFORM RESTAURA-REGISTRO-METAVEN
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-METAVEN.

       RESTAURA-REGISTRO-METAVEN.
           MOVE BAKSET-DADOS TO METAVEN-REGISTRO.
           WRITE METAVEN-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    MSGLOG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-MSGLOG.
           OPEN INPUT ARQUIVO-MSGLOG.
           IF MSGLOG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-MSGLOG
               PERFORM COPIA-REGISTRO-MSGLOG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-MSGLOG
           ELSE IF MSGLOG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-MSGLOG.

       LEIA-PROXIMO-MSGLOG.
           READ ARQUIVO-MSGLOG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-MSGLOG.
           MOVE MSGLOG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-MSGLOG.

       RESTAURA-ARQUIVO-MSGLOG.
           OPEN OUTPUT ARQUIVO-MSGLOG.
           PERFORM RESTAURA-REGISTRO-MSGLOG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-MSGLOG.

       RESTAURA-REGISTRO-MSGLOG.
           MOVE BAKSET-DADOS TO MSGLOG-REGISTRO.
           WRITE MSGLOG-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    NCREDCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-NCREDCTL.
           OPEN INPUT ARQUIVO-NCREDCTL.
           IF NCREDCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-NCREDCTL
               PERFORM COPIA-REGISTRO-NCREDCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NCREDCTL
           ELSE IF NCREDCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-NCREDCTL.

       LEIA-PROXIMO-NCREDCTL.
           READ ARQUIVO-NCREDCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-NCREDCTL.
           MOVE NCREDCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-NCREDCTL.

       RESTAURA-ARQUIVO-NCREDCTL.
           OPEN OUTPUT ARQUIVO-NCREDCTL.
           PERFORM RESTAURA-REGISTRO-NCREDCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-NCREDCTL.

       RESTAURA-REGISTRO-NCREDCTL.
           MOVE BAKSET-DADOS TO NCREDCTL-REGISTRO.
           WRITE NCREDCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    NOTAFISC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-NOTA.
           OPEN INPUT ARQUIVO-NOTA.
           IF NOTA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-NOTA
               PERFORM COPIA-REGISTRO-NOTA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTA
           ELSE IF NOTA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-NOTA.

       LEIA-PROXIMO-NOTA.
           READ ARQUIVO-NOTA NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-NOTA.
           MOVE NOTA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-NOTA.

       RESTAURA-ARQUIVO-NOTA.
           OPEN OUTPUT ARQUIVO-NOTA.
           PERFORM RESTAURA-REGISTRO-NOTA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-NOTA.

       RESTAURA-REGISTRO-NOTA.
           MOVE BAKSET-DADOS TO NOTA-REGISTRO.
           WRITE NOTA-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    NOTACRED.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-NOTACRED.
           OPEN INPUT ARQUIVO-NOTACRED.
           IF NOTACRED-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-NOTACRED
               PERFORM COPIA-REGISTRO-NOTACRED
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTACRED
           ELSE IF NOTACRED-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-NOTACRED.

       LEIA-PROXIMO-NOTACRED.
           READ ARQUIVO-NOTACRED AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-NOTACRED.
           MOVE NOTACRED-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-NOTACRED.

       RESTAURA-ARQUIVO-NOTACRED.
           OPEN OUTPUT ARQUIVO-NOTACRED.
           PERFORM RESTAURA-REGISTRO-NOTACRED
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-NOTACRED.

       RESTAURA-REGISTRO-NOTACRED.
           MOVE BAKSET-DADOS TO NOTACRED-REGISTRO.
           WRITE NOTACRED-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    NOTACTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-NOTACTL.
           OPEN INPUT ARQUIVO-NOTACTL.
           IF NOTACTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-NOTACTL
               PERFORM COPIA-REGISTRO-NOTACTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTACTL
           ELSE IF NOTACTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-NOTACTL.

       LEIA-PROXIMO-NOTACTL.
           READ ARQUIVO-NOTACTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-NOTACTL.
           MOVE NOTACTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-NOTACTL.

       RESTAURA-ARQUIVO-NOTACTL.
           OPEN OUTPUT ARQUIVO-NOTACTL.
           PERFORM RESTAURA-REGISTRO-NOTACTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-NOTACTL.

       RESTAURA-REGISTRO-NOTACTL.
           MOVE BAKSET-DADOS TO NOTACTL-REGISTRO.
           WRITE NOTACTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    NOTAPARC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-NOTAPARC.
           OPEN INPUT ARQUIVO-NOTAPARC.
           IF NOTAPARC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-NOTAPARC
               PERFORM COPIA-REGISTRO-NOTAPARC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-NOTAPARC
           ELSE IF NOTAPARC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-NOTAPARC.

       LEIA-PROXIMO-NOTAPARC.
           READ ARQUIVO-NOTAPARC AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-NOTAPARC.
           MOVE NOTAPARC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-NOTAPARC.

       RESTAURA-ARQUIVO-NOTAPARC.
           OPEN OUTPUT ARQUIVO-NOTAPARC.
           PERFORM RESTAURA-REGISTRO-NOTAPARC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-NOTAPARC.

       RESTAURA-REGISTRO-NOTAPARC.
           MOVE BAKSET-DADOS TO NOTAPARC-REGISTRO.
           WRITE NOTAPARC-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    OFFBOARD.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-OFFBOARD.
           OPEN INPUT ARQUIVO-OFFBOARD.
           IF OFFBOARD-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-OFFBOARD
               PERFORM COPIA-REGISTRO-OFFBOARD
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-OFFBOARD
           ELSE IF OFFBOARD-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-OFFBOARD.

       LEIA-PROXIMO-OFFBOARD.
           READ ARQUIVO-OFFBOARD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-OFFBOARD.
           MOVE OFFBOARD-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-OFFBOARD.

       RESTAURA-ARQUIVO-OFFBOARD.
           OPEN OUTPUT ARQUIVO-OFFBOARD.
           PERFORM RESTAURA-REGISTRO-OFFBOARD
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-OFFBOARD.

       RESTAURA-REGISTRO-OFFBOARD.
           MOVE BAKSET-DADOS TO OFFBOARD-REGISTRO.
           WRITE OFFBOARD-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    OFFTMPL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-OFFTMPL.
           OPEN INPUT ARQUIVO-OFFTMPL.
           IF OFFTMPL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-OFFTMPL
               PERFORM COPIA-REGISTRO-OFFTMPL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-OFFTMPL
           ELSE IF OFFTMPL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-OFFTMPL.

       LEIA-PROXIMO-OFFTMPL.
           READ ARQUIVO-OFFTMPL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-OFFTMPL.
           MOVE OFFTMPL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-OFFTMPL.

       RESTAURA-ARQUIVO-OFFTMPL.
           OPEN OUTPUT ARQUIVO-OFFTMPL.
           PERFORM RESTAURA-REGISTRO-OFFTMPL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-OFFTMPL.

       RESTAURA-REGISTRO-OFFTMPL.
           MOVE BAKSET-DADOS TO OFFTMPL-REGISTRO.
           WRITE OFFTMPL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ONBOARD.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ONBOARD.
           OPEN INPUT ARQUIVO-ONBOARD.
           IF ONBOARD-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ONBOARD
               PERFORM COPIA-REGISTRO-ONBOARD
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ONBOARD
           ELSE IF ONBOARD-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ONBOARD.

       LEIA-PROXIMO-ONBOARD.
           READ ARQUIVO-ONBOARD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ONBOARD.
           MOVE ONBOARD-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ONBOARD.

       RESTAURA-ARQUIVO-ONBOARD.
           OPEN OUTPUT ARQUIVO-ONBOARD.
           PERFORM RESTAURA-REGISTRO-ONBOARD
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ONBOARD.

       RESTAURA-REGISTRO-ONBOARD.
           MOVE BAKSET-DADOS TO ONBOARD-REGISTRO.
           WRITE ONBOARD-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    OPERADOR.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-OPERADOR.
           OPEN INPUT ARQUIVO-OPERADOR.
           IF OPERADOR-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-OPERADOR
               PERFORM COPIA-REGISTRO-OPERADOR
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-OPERADOR
           ELSE IF OPERADOR-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-OPERADOR.

       LEIA-PROXIMO-OPERADOR.
           READ ARQUIVO-OPERADOR AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-OPERADOR.
           MOVE OPERADOR-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-OPERADOR.

       RESTAURA-ARQUIVO-OPERADOR.
           OPEN OUTPUT ARQUIVO-OPERADOR.
           PERFORM RESTAURA-REGISTRO-OPERADOR
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-OPERADOR.

       RESTAURA-REGISTRO-OPERADOR.
           MOVE BAKSET-DADOS TO OPERADOR-REGISTRO.
           WRITE OPERADOR-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ORCAMENTO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ORCAM.
           OPEN INPUT ARQUIVO-ORCAM.
           IF ORCAM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ORCAM
               PERFORM COPIA-REGISTRO-ORCAM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ORCAM
           ELSE IF ORCAM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ORCAM.

       LEIA-PROXIMO-ORCAM.
           READ ARQUIVO-ORCAM NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ORCAM.
           MOVE ORCAM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ORCAM.

       RESTAURA-ARQUIVO-ORCAM.
           OPEN OUTPUT ARQUIVO-ORCAM.
           PERFORM RESTAURA-REGISTRO-ORCAM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ORCAM.

       RESTAURA-REGISTRO-ORCAM.
           MOVE BAKSET-DADOS TO ORCAM-REGISTRO.
           WRITE ORCAM-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ORCCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ORCCTL.
           OPEN INPUT ARQUIVO-ORCCTL.
           IF ORCCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ORCCTL
               PERFORM COPIA-REGISTRO-ORCCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ORCCTL
           ELSE IF ORCCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ORCCTL.

       LEIA-PROXIMO-ORCCTL.
           READ ARQUIVO-ORCCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ORCCTL.
           MOVE ORCCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ORCCTL.

       RESTAURA-ARQUIVO-ORCCTL.
           OPEN OUTPUT ARQUIVO-ORCCTL.
           PERFORM RESTAURA-REGISTRO-ORCCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ORCCTL.

       RESTAURA-REGISTRO-ORCCTL.
           MOVE BAKSET-DADOS TO ORCCTL-REGISTRO.
           WRITE ORCCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ORCFOLHA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ORCFOLHA.
           OPEN INPUT ARQUIVO-ORCFOLHA.
           IF ORCFOLHA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ORCFOLHA
               PERFORM COPIA-REGISTRO-ORCFOLHA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ORCFOLHA
           ELSE IF ORCFOLHA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ORCFOLHA.

       LEIA-PROXIMO-ORCFOLHA.
           READ ARQUIVO-ORCFOLHA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ORCFOLHA.
           MOVE ORCFOLHA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ORCFOLHA.

       RESTAURA-ARQUIVO-ORCFOLHA.
           OPEN OUTPUT ARQUIVO-ORCFOLHA.
           PERFORM RESTAURA-REGISTRO-ORCFOLHA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ORCFOLHA.

       RESTAURA-REGISTRO-ORCFOLHA.
           MOVE BAKSET-DADOS TO ORCFOLHA-REGISTRO.
           WRITE ORCFOLHA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PAGREJ.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PAGREJ.
           OPEN INPUT ARQUIVO-PAGREJ.
           IF PAGREJ-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PAGREJ
               PERFORM COPIA-REGISTRO-PAGREJ
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PAGREJ
           ELSE IF PAGREJ-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PAGREJ.

       LEIA-PROXIMO-PAGREJ.
           READ ARQUIVO-PAGREJ AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PAGREJ.
           MOVE PAGREJ-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PAGREJ.

       RESTAURA-ARQUIVO-PAGREJ.
           OPEN OUTPUT ARQUIVO-PAGREJ.
           PERFORM RESTAURA-REGISTRO-PAGREJ
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PAGREJ.

       RESTAURA-REGISTRO-PAGREJ.
           MOVE BAKSET-DADOS TO PAGREJ-REGISTRO.
           WRITE PAGREJ-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PAGREM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PAGREM.
           OPEN INPUT ARQUIVO-PAGREM.
           IF PAGREM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PAGREM
               PERFORM COPIA-REGISTRO-PAGREM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PAGREM
           ELSE IF PAGREM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PAGREM.

       LEIA-PROXIMO-PAGREM.
           READ ARQUIVO-PAGREM AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PAGREM.
           MOVE PAGREM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PAGREM.

       RESTAURA-ARQUIVO-PAGREM.
           OPEN OUTPUT ARQUIVO-PAGREM.
           PERFORM RESTAURA-REGISTRO-PAGREM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PAGREM.

       RESTAURA-REGISTRO-PAGREM.
           MOVE BAKSET-DADOS TO PAGREM-REGISTRO.
           WRITE PAGREM-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PAGTOS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PAGTO.
           OPEN INPUT ARQUIVO-PAGTO.
           IF PAGTO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PAGTO
               PERFORM COPIA-REGISTRO-PAGTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PAGTO
           ELSE IF PAGTO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PAGTO.

       LEIA-PROXIMO-PAGTO.
           READ ARQUIVO-PAGTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PAGTO.
           MOVE PAGTO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PAGTO.

       RESTAURA-ARQUIVO-PAGTO.
           OPEN OUTPUT ARQUIVO-PAGTO.
           PERFORM RESTAURA-REGISTRO-PAGTO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PAGTO.

       RESTAURA-REGISTRO-PAGTO.
           MOVE BAKSET-DADOS TO PAGTO-REGISTRO.
           WRITE PAGTO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PARM33.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PARM33.
           OPEN INPUT ARQUIVO-PARM33.
           IF PARM33-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PARM33
               PERFORM COPIA-REGISTRO-PARM33
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PARM33
           ELSE IF PARM33-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PARM33.

       LEIA-PROXIMO-PARM33.
           READ ARQUIVO-PARM33 AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PARM33.
           MOVE PARM33-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PARM33.

       RESTAURA-ARQUIVO-PARM33.
           OPEN OUTPUT ARQUIVO-PARM33.
           PERFORM RESTAURA-REGISTRO-PARM33
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PARM33.

       RESTAURA-REGISTRO-PARM33.
           MOVE BAKSET-DADOS TO PARM33-REGISTRO.
           WRITE PARM33-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PARM48.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PARM48.
           OPEN INPUT ARQUIVO-PARM48.
           IF PARM48-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PARM48
               PERFORM COPIA-REGISTRO-PARM48
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PARM48
           ELSE IF PARM48-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PARM48.

       LEIA-PROXIMO-PARM48.
           READ ARQUIVO-PARM48 AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PARM48.
           MOVE PARM48-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PARM48.

       RESTAURA-ARQUIVO-PARM48.
           OPEN OUTPUT ARQUIVO-PARM48.
           PERFORM RESTAURA-REGISTRO-PARM48
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PARM48.

       RESTAURA-REGISTRO-PARM48.
           MOVE BAKSET-DADOS TO PARM48-REGISTRO.
           WRITE PARM48-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PATRIM.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PATRIM.
           OPEN INPUT ARQUIVO-PATRIM.
           IF PATRIM-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PATRIM
               PERFORM COPIA-REGISTRO-PATRIM
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PATRIM
           ELSE IF PATRIM-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PATRIM.

       LEIA-PROXIMO-PATRIM.
           READ ARQUIVO-PATRIM NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PATRIM.
           MOVE PATRIM-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PATRIM.

       RESTAURA-ARQUIVO-PATRIM.
           OPEN OUTPUT ARQUIVO-PATRIM.
           PERFORM RESTAURA-REGISTRO-PATRIM
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PATRIM.

       RESTAURA-REGISTRO-PATRIM.
           MOVE BAKSET-DADOS TO PATRIM-REGISTRO.
           WRITE PATRIM-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PEDACK.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PEDACK.
           OPEN INPUT ARQUIVO-PEDACK.
           IF PEDACK-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PEDACK
               PERFORM COPIA-REGISTRO-PEDACK
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PEDACK
           ELSE IF PEDACK-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PEDACK.

       LEIA-PROXIMO-PEDACK.
           READ ARQUIVO-PEDACK AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PEDACK.
           MOVE PEDACK-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PEDACK.

       RESTAURA-ARQUIVO-PEDACK.
           OPEN OUTPUT ARQUIVO-PEDACK.
           PERFORM RESTAURA-REGISTRO-PEDACK
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PEDACK.

       RESTAURA-REGISTRO-PEDACK.
           MOVE BAKSET-DADOS TO PEDACK-REGISTRO.
           WRITE PEDACK-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PEDCOMP.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PEDCOMP.
           OPEN INPUT ARQUIVO-PEDCOMP.
           IF PEDCOMP-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PEDCOMP
               PERFORM COPIA-REGISTRO-PEDCOMP
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PEDCOMP
           ELSE IF PEDCOMP-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PEDCOMP.

       LEIA-PROXIMO-PEDCOMP.
           READ ARQUIVO-PEDCOMP NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PEDCOMP.
           MOVE PEDCOMP-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PEDCOMP.

       RESTAURA-ARQUIVO-PEDCOMP.
           OPEN OUTPUT ARQUIVO-PEDCOMP.
           PERFORM RESTAURA-REGISTRO-PEDCOMP
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PEDCOMP.

       RESTAURA-REGISTRO-PEDCOMP.
           MOVE BAKSET-DADOS TO PEDCOMP-REGISTRO.
           WRITE PEDCOMP-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PEDCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PEDCTL.
           OPEN INPUT ARQUIVO-PEDCTL.
           IF PEDCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PEDCTL
               PERFORM COPIA-REGISTRO-PEDCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PEDCTL
           ELSE IF PEDCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PEDCTL.

       LEIA-PROXIMO-PEDCTL.
           READ ARQUIVO-PEDCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PEDCTL.
           MOVE PEDCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PEDCTL.

       RESTAURA-ARQUIVO-PEDCTL.
           OPEN OUTPUT ARQUIVO-PEDCTL.
           PERFORM RESTAURA-REGISTRO-PEDCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PEDCTL.

       RESTAURA-REGISTRO-PEDCTL.
           MOVE BAKSET-DADOS TO PEDCTL-REGISTRO.
           WRITE PEDCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PEDREJ.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PEDREJ.
           OPEN INPUT ARQUIVO-PEDREJ.
           IF PEDREJ-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PEDREJ
               PERFORM COPIA-REGISTRO-PEDREJ
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PEDREJ
           ELSE IF PEDREJ-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PEDREJ.

       LEIA-PROXIMO-PEDREJ.
           READ ARQUIVO-PEDREJ AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PEDREJ.
           MOVE PEDREJ-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PEDREJ.

       RESTAURA-ARQUIVO-PEDREJ.
           OPEN OUTPUT ARQUIVO-PEDREJ.
           PERFORM RESTAURA-REGISTRO-PEDREJ
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PEDREJ.

       RESTAURA-REGISTRO-PEDREJ.
           MOVE BAKSET-DADOS TO PEDREJ-REGISTRO.
           WRITE PEDREJ-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PENDENCIA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PENDEN.
           OPEN INPUT ARQUIVO-PENDEN.
           IF PENDEN-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PENDEN
               PERFORM COPIA-REGISTRO-PENDEN
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PENDEN
           ELSE IF PENDEN-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PENDEN.

       LEIA-PROXIMO-PENDEN.
           READ ARQUIVO-PENDEN AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PENDEN.
           MOVE PENDEN-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PENDEN.

       RESTAURA-ARQUIVO-PENDEN.
           OPEN OUTPUT ARQUIVO-PENDEN.
           PERFORM RESTAURA-REGISTRO-PENDEN
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PENDEN.

       RESTAURA-REGISTRO-PENDEN.
           MOVE BAKSET-DADOS TO PENDEN-REGISTRO.
           WRITE PENDEN-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PENSAO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PENSAO.
           OPEN INPUT ARQUIVO-PENSAO.
           IF PENSAO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PENSAO
               PERFORM COPIA-REGISTRO-PENSAO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PENSAO
           ELSE IF PENSAO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PENSAO.

       LEIA-PROXIMO-PENSAO.
           READ ARQUIVO-PENSAO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PENSAO.
           MOVE PENSAO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PENSAO.

       RESTAURA-ARQUIVO-PENSAO.
           OPEN OUTPUT ARQUIVO-PENSAO.
           PERFORM RESTAURA-REGISTRO-PENSAO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PENSAO.

       RESTAURA-REGISTRO-PENSAO.
           MOVE BAKSET-DADOS TO PENSAO-REGISTRO.
           WRITE PENSAO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PENSAOPG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PENSAOPG.
           OPEN INPUT ARQUIVO-PENSAOPG.
           IF PENSAOPG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PENSAOPG
               PERFORM COPIA-REGISTRO-PENSAOPG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PENSAOPG
           ELSE IF PENSAOPG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PENSAOPG.

       LEIA-PROXIMO-PENSAOPG.
           READ ARQUIVO-PENSAOPG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PENSAOPG.
           MOVE PENSAOPG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PENSAOPG.

       RESTAURA-ARQUIVO-PENSAOPG.
           OPEN OUTPUT ARQUIVO-PENSAOPG.
           PERFORM RESTAURA-REGISTRO-PENSAOPG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PENSAOPG.

       RESTAURA-REGISTRO-PENSAOPG.
           MOVE BAKSET-DADOS TO PENSAOPG-REGISTRO.
           WRITE PENSAOPG-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PERDAS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PERDA.
           OPEN INPUT ARQUIVO-PERDA.
           IF PERDA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PERDA
               PERFORM COPIA-REGISTRO-PERDA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PERDA
           ELSE IF PERDA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PERDA.

       LEIA-PROXIMO-PERDA.
           READ ARQUIVO-PERDA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PERDA.
           MOVE PERDA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PERDA.

       RESTAURA-ARQUIVO-PERDA.
           OPEN OUTPUT ARQUIVO-PERDA.
           PERFORM RESTAURA-REGISTRO-PERDA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PERDA.

       RESTAURA-REGISTRO-PERDA.
           MOVE BAKSET-DADOS TO PERDA-REGISTRO.
           WRITE PERDA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PLANCTAS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PLANCTAS.
           OPEN INPUT ARQUIVO-PLANCTAS.
           IF PLANCTAS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PLANCTAS
               PERFORM COPIA-REGISTRO-PLANCTAS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PLANCTAS
           ELSE IF PLANCTAS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PLANCTAS.

       LEIA-PROXIMO-PLANCTAS.
           READ ARQUIVO-PLANCTAS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PLANCTAS.
           MOVE PLANCTAS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PLANCTAS.

       RESTAURA-ARQUIVO-PLANCTAS.
           OPEN OUTPUT ARQUIVO-PLANCTAS.
           PERFORM RESTAURA-REGISTRO-PLANCTAS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PLANCTAS.

       RESTAURA-REGISTRO-PLANCTAS.
           MOVE BAKSET-DADOS TO PLANCTAS-REGISTRO.
           WRITE PLANCTAS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PONTO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-PONTO.
           IF PONTO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PONTO
               PERFORM COPIA-REGISTRO-PONTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PONTO
           ELSE IF PONTO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PONTO.

       LEIA-PROXIMO-PONTO.
           READ ARQUIVO-PONTO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PONTO.
           MOVE PONTO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PONTO.

       RESTAURA-ARQUIVO-PONTO.
           OPEN OUTPUT ARQUIVO-PONTO.
           PERFORM RESTAURA-REGISTRO-PONTO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PONTO.

       RESTAURA-REGISTRO-PONTO.
           MOVE BAKSET-DADOS TO PONTO-REGISTRO.
           WRITE PONTO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PONTODIA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PONTODIA.
           OPEN INPUT ARQUIVO-PONTODIA.
           IF PONTODIA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PONTODIA
               PERFORM COPIA-REGISTRO-PONTODIA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PONTODIA
           ELSE IF PONTODIA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PONTODIA.

       LEIA-PROXIMO-PONTODIA.
           READ ARQUIVO-PONTODIA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PONTODIA.
           MOVE PONTODIA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PONTODIA.

       RESTAURA-ARQUIVO-PONTODIA.
           OPEN OUTPUT ARQUIVO-PONTODIA.
           PERFORM RESTAURA-REGISTRO-PONTODIA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PONTODIA.

       RESTAURA-REGISTRO-PONTODIA.
           MOVE BAKSET-DADOS TO PONTODIA-REGISTRO.
           WRITE PONTODIA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PRECOHIS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PRECOHIS.
           OPEN INPUT ARQUIVO-PRECOHIS.
           IF PRECOHIS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PRECOHIS
               PERFORM COPIA-REGISTRO-PRECOHIS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PRECOHIS
           ELSE IF PRECOHIS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PRECOHIS.

       LEIA-PROXIMO-PRECOHIS.
           READ ARQUIVO-PRECOHIS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PRECOHIS.
           MOVE PRECOHIS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PRECOHIS.

       RESTAURA-ARQUIVO-PRECOHIS.
           OPEN OUTPUT ARQUIVO-PRECOHIS.
           PERFORM RESTAURA-REGISTRO-PRECOHIS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PRECOHIS.

       RESTAURA-REGISTRO-PRECOHIS.
           MOVE BAKSET-DADOS TO PRECOHIS-REGISTRO.
           WRITE PRECOHIS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PRODREF.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PRODREF.
           OPEN INPUT ARQUIVO-PRODREF.
           IF PRODREF-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PRODREF
               PERFORM COPIA-REGISTRO-PRODREF
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PRODREF
           ELSE IF PRODREF-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PRODREF.

       LEIA-PROXIMO-PRODREF.
           READ ARQUIVO-PRODREF NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PRODREF.
           MOVE PRODREF-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PRODREF.

       RESTAURA-ARQUIVO-PRODREF.
           OPEN OUTPUT ARQUIVO-PRODREF.
           PERFORM RESTAURA-REGISTRO-PRODREF
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PRODREF.

       RESTAURA-REGISTRO-PRODREF.
           MOVE BAKSET-DADOS TO PRODREF-REGISTRO.
           WRITE PRODREF-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PRODUTOS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PRODUTO
               PERFORM COPIA-REGISTRO-PRODUTO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PRODUTO
           ELSE IF PRODUTO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PRODUTO.

       LEIA-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTO NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PRODUTO.
           MOVE PRODUTO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PRODUTO.

       RESTAURA-ARQUIVO-PRODUTO.
           OPEN OUTPUT ARQUIVO-PRODUTO.
           PERFORM RESTAURA-REGISTRO-PRODUTO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PRODUTO.

       RESTAURA-REGISTRO-PRODUTO.
           MOVE BAKSET-DADOS TO PRODUTO-REGISTRO.
           WRITE PRODUTO-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    PROVSALD.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-PROVSALD.
           OPEN INPUT ARQUIVO-PROVSALD.
           IF PROVSALD-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-PROVSALD
               PERFORM COPIA-REGISTRO-PROVSALD
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-PROVSALD
           ELSE IF PROVSALD-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-PROVSALD.

       LEIA-PROXIMO-PROVSALD.
           READ ARQUIVO-PROVSALD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-PROVSALD.
           MOVE PROVSALD-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-PROVSALD.

       RESTAURA-ARQUIVO-PROVSALD.
           OPEN OUTPUT ARQUIVO-PROVSALD.
           PERFORM RESTAURA-REGISTRO-PROVSALD
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-PROVSALD.

       RESTAURA-REGISTRO-PROVSALD.
           MOVE BAKSET-DADOS TO PROVSALD-REGISTRO.
           WRITE PROVSALD-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RAZAO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RAZAO.
           OPEN INPUT ARQUIVO-RAZAO.
           IF RAZAO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RAZAO
               PERFORM COPIA-REGISTRO-RAZAO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RAZAO
           ELSE IF RAZAO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RAZAO.

       LEIA-PROXIMO-RAZAO.
           READ ARQUIVO-RAZAO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RAZAO.
           MOVE RAZAO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RAZAO.

       RESTAURA-ARQUIVO-RAZAO.
           OPEN OUTPUT ARQUIVO-RAZAO.
           PERFORM RESTAURA-REGISTRO-RAZAO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RAZAO.

       RESTAURA-REGISTRO-RAZAO.
           MOVE BAKSET-DADOS TO RAZAO-REGISTRO.
           WRITE RAZAO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RAZCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RAZCTL.
           OPEN INPUT ARQUIVO-RAZCTL.
           IF RAZCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RAZCTL
               PERFORM COPIA-REGISTRO-RAZCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RAZCTL
           ELSE IF RAZCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RAZCTL.

       LEIA-PROXIMO-RAZCTL.
           READ ARQUIVO-RAZCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RAZCTL.
           MOVE RAZCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RAZCTL.

       RESTAURA-ARQUIVO-RAZCTL.
           OPEN OUTPUT ARQUIVO-RAZCTL.
           PERFORM RESTAURA-REGISTRO-RAZCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RAZCTL.

       RESTAURA-REGISTRO-RAZCTL.
           MOVE BAKSET-DADOS TO RAZCTL-REGISTRO.
           WRITE RAZCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RAZFECH.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RAZFECH.
           OPEN INPUT ARQUIVO-RAZFECH.
           IF RAZFECH-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RAZFECH
               PERFORM COPIA-REGISTRO-RAZFECH
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RAZFECH
           ELSE IF RAZFECH-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RAZFECH.

       LEIA-PROXIMO-RAZFECH.
           READ ARQUIVO-RAZFECH AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RAZFECH.
           MOVE RAZFECH-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RAZFECH.

       RESTAURA-ARQUIVO-RAZFECH.
           OPEN OUTPUT ARQUIVO-RAZFECH.
           PERFORM RESTAURA-REGISTRO-RAZFECH
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RAZFECH.

       RESTAURA-REGISTRO-RAZFECH.
           MOVE BAKSET-DADOS TO RAZFECH-REGISTRO.
           WRITE RAZFECH-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RECEB.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RECEB.
           OPEN INPUT ARQUIVO-RECEB.
           IF RECEB-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RECEB
               PERFORM COPIA-REGISTRO-RECEB
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RECEB
           ELSE IF RECEB-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RECEB.

       LEIA-PROXIMO-RECEB.
           READ ARQUIVO-RECEB NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RECEB.
           MOVE RECEB-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RECEB.

       RESTAURA-ARQUIVO-RECEB.
           OPEN OUTPUT ARQUIVO-RECEB.
           PERFORM RESTAURA-REGISTRO-RECEB
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RECEB.

       RESTAURA-REGISTRO-RECEB.
           MOVE BAKSET-DADOS TO RECEB-REGISTRO.
           WRITE RECEB-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    REEMB.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-REEMB.
           OPEN INPUT ARQUIVO-REEMB.
           IF REEMB-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-REEMB
               PERFORM COPIA-REGISTRO-REEMB
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-REEMB
           ELSE IF REEMB-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-REEMB.

       LEIA-PROXIMO-REEMB.
           READ ARQUIVO-REEMB NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-REEMB.
           MOVE REEMB-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-REEMB.

       RESTAURA-ARQUIVO-REEMB.
           OPEN OUTPUT ARQUIVO-REEMB.
           PERFORM RESTAURA-REGISTRO-REEMB
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-REEMB.

       RESTAURA-REGISTRO-REEMB.
           MOVE BAKSET-DADOS TO REEMB-REGISTRO.
           WRITE REEMB-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    REEMBCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-REEMBCTL.
           OPEN INPUT ARQUIVO-REEMBCTL.
           IF REEMBCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-REEMBCTL
               PERFORM COPIA-REGISTRO-REEMBCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-REEMBCTL
           ELSE IF REEMBCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-REEMBCTL.

       LEIA-PROXIMO-REEMBCTL.
           READ ARQUIVO-REEMBCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-REEMBCTL.
           MOVE REEMBCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-REEMBCTL.

       RESTAURA-ARQUIVO-REEMBCTL.
           OPEN OUTPUT ARQUIVO-REEMBCTL.
           PERFORM RESTAURA-REGISTRO-REEMBCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-REEMBCTL.

       RESTAURA-REGISTRO-REEMBCTL.
           MOVE BAKSET-DADOS TO REEMBCTL-REGISTRO.
           WRITE REEMBCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RELCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RELCTL.
           OPEN INPUT ARQUIVO-RELCTL.
           IF RELCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RELCTL
               PERFORM COPIA-REGISTRO-RELCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RELCTL
           ELSE IF RELCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RELCTL.

       LEIA-PROXIMO-RELCTL.
           READ ARQUIVO-RELCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RELCTL.
           MOVE RELCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RELCTL.

       RESTAURA-ARQUIVO-RELCTL.
           OPEN OUTPUT ARQUIVO-RELCTL.
           PERFORM RESTAURA-REGISTRO-RELCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RELCTL.

       RESTAURA-REGISTRO-RELCTL.
           MOVE BAKSET-DADOS TO RELCTL-REGISTRO.
           WRITE RELCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RELFILA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RELFILA.
           OPEN INPUT ARQUIVO-RELFILA.
           IF RELFILA-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RELFILA
               PERFORM COPIA-REGISTRO-RELFILA
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RELFILA
           ELSE IF RELFILA-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RELFILA.

       LEIA-PROXIMO-RELFILA.
           READ ARQUIVO-RELFILA AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RELFILA.
           MOVE RELFILA-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RELFILA.

       RESTAURA-ARQUIVO-RELFILA.
           OPEN OUTPUT ARQUIVO-RELFILA.
           PERFORM RESTAURA-REGISTRO-RELFILA
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RELFILA.

       RESTAURA-REGISTRO-RELFILA.
           MOVE BAKSET-DADOS TO RELFILA-REGISTRO.
           WRITE RELFILA-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    REMFOLHA.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-REMFOL.
           OPEN INPUT ARQUIVO-REMFOL.
           IF REMFOL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-REMFOL
               PERFORM COPIA-REGISTRO-REMFOL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-REMFOL
           ELSE IF REMFOL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-REMFOL.

       LEIA-PROXIMO-REMFOL.
           READ ARQUIVO-REMFOL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-REMFOL.
           MOVE REMFOL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-REMFOL.

       RESTAURA-ARQUIVO-REMFOL.
           OPEN OUTPUT ARQUIVO-REMFOL.
           PERFORM RESTAURA-REGISTRO-REMFOL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-REMFOL.

       RESTAURA-REGISTRO-REMFOL.
           MOVE BAKSET-DADOS TO REMFOL-REGISTRO.
           WRITE REMFOL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    REQUISICAO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-REQUIS.
           OPEN INPUT ARQUIVO-REQUIS.
           IF REQUIS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-REQUIS
               PERFORM COPIA-REGISTRO-REQUIS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-REQUIS
           ELSE IF REQUIS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-REQUIS.

       LEIA-PROXIMO-REQUIS.
           READ ARQUIVO-REQUIS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-REQUIS.
           MOVE REQUIS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-REQUIS.

       RESTAURA-ARQUIVO-REQUIS.
           OPEN OUTPUT ARQUIVO-REQUIS.
           PERFORM RESTAURA-REGISTRO-REQUIS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-REQUIS.

       RESTAURA-REGISTRO-REQUIS.
           MOVE BAKSET-DADOS TO REQUIS-REGISTRO.
           WRITE REQUIS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RESCREG.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RESCREG.
           OPEN INPUT ARQUIVO-RESCREG.
           IF RESCREG-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RESCREG
               PERFORM COPIA-REGISTRO-RESCREG
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RESCREG
           ELSE IF RESCREG-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RESCREG.

       LEIA-PROXIMO-RESCREG.
           READ ARQUIVO-RESCREG AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RESCREG.
           MOVE RESCREG-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RESCREG.

       RESTAURA-ARQUIVO-RESCREG.
           OPEN OUTPUT ARQUIVO-RESCREG.
           PERFORM RESTAURA-REGISTRO-RESCREG
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RESCREG.

       RESTAURA-REGISTRO-RESCREG.
           MOVE BAKSET-DADOS TO RESCREG-REGISTRO.
           WRITE RESCREG-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    RESUMO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-RESUMO.
           OPEN INPUT ARQUIVO-RESUMO.
           IF RESUMO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-RESUMO
               PERFORM COPIA-REGISTRO-RESUMO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-RESUMO
           ELSE IF RESUMO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-RESUMO.

       LEIA-PROXIMO-RESUMO.
           READ ARQUIVO-RESUMO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-RESUMO.
           MOVE RESUMO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-RESUMO.

       RESTAURA-ARQUIVO-RESUMO.
           OPEN OUTPUT ARQUIVO-RESUMO.
           PERFORM RESTAURA-REGISTRO-RESUMO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-RESUMO.

       RESTAURA-REGISTRO-RESUMO.
           MOVE BAKSET-DADOS TO RESUMO-REGISTRO.
           WRITE RESUMO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    ROMCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-ROMCTL.
           OPEN INPUT ARQUIVO-ROMCTL.
           IF ROMCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-ROMCTL
               PERFORM COPIA-REGISTRO-ROMCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-ROMCTL
           ELSE IF ROMCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-ROMCTL.

       LEIA-PROXIMO-ROMCTL.
           READ ARQUIVO-ROMCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-ROMCTL.
           MOVE ROMCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-ROMCTL.

       RESTAURA-ARQUIVO-ROMCTL.
           OPEN OUTPUT ARQUIVO-ROMCTL.
           PERFORM RESTAURA-REGISTRO-ROMCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-ROMCTL.

       RESTAURA-REGISTRO-ROMCTL.
           MOVE BAKSET-DADOS TO ROMCTL-REGISTRO.
           WRITE ROMCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    SALPEND.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-SALPEND.
           OPEN INPUT ARQUIVO-SALPEND.
           IF SALPEND-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-SALPEND
               PERFORM COPIA-REGISTRO-SALPEND
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-SALPEND
           ELSE IF SALPEND-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-SALPEND.

       LEIA-PROXIMO-SALPEND.
           READ ARQUIVO-SALPEND AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-SALPEND.
           MOVE SALPEND-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-SALPEND.

       RESTAURA-ARQUIVO-SALPEND.
           OPEN OUTPUT ARQUIVO-SALPEND.
           PERFORM RESTAURA-REGISTRO-SALPEND
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-SALPEND.

       RESTAURA-REGISTRO-SALPEND.
           MOVE BAKSET-DADOS TO SALPEND-REGISTRO.
           WRITE SALPEND-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    SUGCOMP.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-SUGCOMP.
           OPEN INPUT ARQUIVO-SUGCOMP.
           IF SUGCOMP-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-SUGCOMP
               PERFORM COPIA-REGISTRO-SUGCOMP
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-SUGCOMP
           ELSE IF SUGCOMP-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-SUGCOMP.

       LEIA-PROXIMO-SUGCOMP.
           READ ARQUIVO-SUGCOMP NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-SUGCOMP.
           MOVE SUGCOMP-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-SUGCOMP.

       RESTAURA-ARQUIVO-SUGCOMP.
           OPEN OUTPUT ARQUIVO-SUGCOMP.
           PERFORM RESTAURA-REGISTRO-SUGCOMP
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-SUGCOMP.

       RESTAURA-REGISTRO-SUGCOMP.
           MOVE BAKSET-DADOS TO SUGCOMP-REGISTRO.
           WRITE SUGCOMP-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TABDESC.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TABDESC.
           OPEN INPUT ARQUIVO-TABDESC.
           IF TABDESC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TABDESC
               PERFORM COPIA-REGISTRO-TABDESC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TABDESC
           ELSE IF TABDESC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TABDESC.

       LEIA-PROXIMO-TABDESC.
           READ ARQUIVO-TABDESC AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TABDESC.
           MOVE TABDESC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TABDESC.

       RESTAURA-ARQUIVO-TABDESC.
           OPEN OUTPUT ARQUIVO-TABDESC.
           PERFORM RESTAURA-REGISTRO-TABDESC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TABDESC.

       RESTAURA-REGISTRO-TABDESC.
           MOVE BAKSET-DADOS TO TABDESC-REGISTRO.
           WRITE TABDESC-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TABDESCV.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TABDESCV.
           OPEN INPUT ARQUIVO-TABDESCV.
           IF TABDESCV-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TABDESCV
               PERFORM COPIA-REGISTRO-TABDESCV
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TABDESCV
           ELSE IF TABDESCV-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TABDESCV.

       LEIA-PROXIMO-TABDESCV.
           READ ARQUIVO-TABDESCV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TABDESCV.
           MOVE TABDESCV-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TABDESCV.

       RESTAURA-ARQUIVO-TABDESCV.
           OPEN OUTPUT ARQUIVO-TABDESCV.
           PERFORM RESTAURA-REGISTRO-TABDESCV
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TABDESCV.

       RESTAURA-REGISTRO-TABDESCV.
           MOVE BAKSET-DADOS TO TABDESCV-REGISTRO.
           WRITE TABDESCV-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TABPRECO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TABPRC.
           OPEN INPUT ARQUIVO-TABPRC.
           IF TABPRC-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TABPRC
               PERFORM COPIA-REGISTRO-TABPRC
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TABPRC
           ELSE IF TABPRC-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TABPRC.

       LEIA-PROXIMO-TABPRC.
           READ ARQUIVO-TABPRC NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TABPRC.
           MOVE TABPRC-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TABPRC.

       RESTAURA-ARQUIVO-TABPRC.
           OPEN OUTPUT ARQUIVO-TABPRC.
           PERFORM RESTAURA-REGISTRO-TABPRC
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TABPRC.

       RESTAURA-REGISTRO-TABPRC.
           MOVE BAKSET-DADOS TO TABPRC-REGISTRO.
           WRITE TABPRC-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TIPSERV.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TIPSERV.
           OPEN INPUT ARQUIVO-TIPSERV.
           IF TIPSERV-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TIPSERV
               PERFORM COPIA-REGISTRO-TIPSERV
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TIPSERV
           ELSE IF TIPSERV-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TIPSERV.

       LEIA-PROXIMO-TIPSERV.
           READ ARQUIVO-TIPSERV AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TIPSERV.
           MOVE TIPSERV-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TIPSERV.

       RESTAURA-ARQUIVO-TIPSERV.
           OPEN OUTPUT ARQUIVO-TIPSERV.
           PERFORM RESTAURA-REGISTRO-TIPSERV
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TIPSERV.

       RESTAURA-REGISTRO-TIPSERV.
           MOVE BAKSET-DADOS TO TIPSERV-REGISTRO.
           WRITE TIPSERV-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TRANSF.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TRANSF.
           OPEN INPUT ARQUIVO-TRANSF.
           IF TRANSF-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TRANSF
               PERFORM COPIA-REGISTRO-TRANSF
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TRANSF
           ELSE IF TRANSF-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TRANSF.

       LEIA-PROXIMO-TRANSF.
           READ ARQUIVO-TRANSF NEXT RECORD AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TRANSF.
           MOVE TRANSF-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TRANSF.

       RESTAURA-ARQUIVO-TRANSF.
           OPEN OUTPUT ARQUIVO-TRANSF.
           PERFORM RESTAURA-REGISTRO-TRANSF
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TRANSF.

       RESTAURA-REGISTRO-TRANSF.
           MOVE BAKSET-DADOS TO TRANSF-REGISTRO.
           WRITE TRANSF-REGISTRO
                 INVALID KEY
                 ADD 1 TO QTD-RECUSADOS
                 NOT INVALID KEY
                 ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TREINO.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TREINO.
           OPEN INPUT ARQUIVO-TREINO.
           IF TREINO-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TREINO
               PERFORM COPIA-REGISTRO-TREINO
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TREINO
           ELSE IF TREINO-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TREINO.

       LEIA-PROXIMO-TREINO.
           READ ARQUIVO-TREINO AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TREINO.
           MOVE TREINO-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TREINO.

       RESTAURA-ARQUIVO-TREINO.
           OPEN OUTPUT ARQUIVO-TREINO.
           PERFORM RESTAURA-REGISTRO-TREINO
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TREINO.

       RESTAURA-REGISTRO-TREINO.
           MOVE BAKSET-DADOS TO TREINO-REGISTRO.
           WRITE TREINO-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    TRFCTL.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-TRFCTL.
           OPEN INPUT ARQUIVO-TRFCTL.
           IF TRFCTL-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-TRFCTL
               PERFORM COPIA-REGISTRO-TRFCTL
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-TRFCTL
           ELSE IF TRFCTL-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-TRFCTL.

       LEIA-PROXIMO-TRFCTL.
           READ ARQUIVO-TRFCTL AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-TRFCTL.
           MOVE TRFCTL-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-TRFCTL.

       RESTAURA-ARQUIVO-TRFCTL.
           OPEN OUTPUT ARQUIVO-TRFCTL.
           PERFORM RESTAURA-REGISTRO-TRFCTL
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-TRFCTL.

       RESTAURA-REGISTRO-TRFCTL.
           MOVE BAKSET-DADOS TO TRFCTL-REGISTRO.
           WRITE TRFCTL-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.

      *---------------------------------------------------------------
      *    VAGAS.DAT
      *---------------------------------------------------------------
       COPIA-ARQUIVO-VAGAS.
           OPEN INPUT ARQUIVO-VAGAS.
           IF VAGAS-ARQ-STATUS IS EQUAL "00"
               MOVE "P" TO TOT-SITUACAO(IDX-ARQUIVO)
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LEIA-PROXIMO-VAGAS
               PERFORM COPIA-REGISTRO-VAGAS
                       UNTIL FINAL-ARQUIVO IS EQUAL "S"
               CLOSE ARQUIVO-VAGAS
           ELSE IF VAGAS-ARQ-STATUS IS EQUAL "05"
               CLOSE ARQUIVO-VAGAS.

       LEIA-PROXIMO-VAGAS.
           READ ARQUIVO-VAGAS AT END
           MOVE "S" TO FINAL-ARQUIVO.

       COPIA-REGISTRO-VAGAS.
           MOVE VAGAS-REGISTRO TO BAKSET-DADOS.
           PERFORM GRAVA-REGISTRO-NO-CONJUNTO.
           PERFORM LEIA-PROXIMO-VAGAS.

       RESTAURA-ARQUIVO-VAGAS.
           OPEN OUTPUT ARQUIVO-VAGAS.
           PERFORM RESTAURA-REGISTRO-VAGAS
                   UNTIL FINAL-CONJUNTO IS EQUAL "S"
                   OR BAKSET-ARQUIVO IS NOT EQUAL
                      ARQ-NOME(IDX-ARQUIVO).
           CLOSE ARQUIVO-VAGAS.

       RESTAURA-REGISTRO-VAGAS.
           MOVE BAKSET-DADOS TO VAGAS-REGISTRO.
           WRITE VAGAS-REGISTRO.
           ADD 1 TO TOT-RESTAURADOS(IDX-ARQUIVO).
           PERFORM LEIA-PROXIMO-CONJUNTO.
