       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPC034.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  RESUMO GERENCIAL MENSAL EM UMA PAGINA             *
      *  (RELKPI.LST) PARA A COMPETENCIA INFORMADA:        *
      *  - FATURAMENTO E MARGEM BRUTA (NOTAS ATIVAS DO     *
      *    CADNF PELA EMISSAO; CUSTO DO ITEM DO PEDIDO     *
      *    NO CADPEDI OU CADPEDIH) CONTRA O MES ANTERIOR   *
      *    E O MESMO MES DO ANO ANTERIOR                   *
      *  - PEDIDOS DIGITADOS NO MES E TICKET MEDIO         *
      *  - CONTAS A RECEBER NO FIM DO MES (OU HOJE): SALDO *
      *    EM ABERTO, % VENCIDO E DSO (SALDO / FATURAMENTO *
      *    DO MES X DIAS DO MES)                           *
      *  - TAXA DE CANCELAMENTO (CADCANC DO MES SOBRE OS   *
      *    PEDIDOS DIGITADOS NO MES)                       *
      *  - PRAZO MEDIO DE ATENDIMENTO DO BACKORDER         *
      *  - ENTREGAS NO PRAZO (CADROTA X DATAENTREGA)       *
      *  - GIRO DO ESTOQUE A CUSTO (SAIDAS POR VENDA SOBRE *
      *    O ESTOQUE MEDIO DO MES, PELO SALDO DE ABERTURA  *
      *    "SA" DO SGPB013 OU, SEM ELE, PELO CADEST)       *
      *  - ATINGIMENTO DA META TOTAL (CADMETA)             *
      *  OS INDICADORES FICAM GRAVADOS POR COMPETENCIA NO  *
      *  CADKPI E O KPIHIST.TXT E REFEITO A CADA EXECUCAO, *
      *  DELIMITADO POR ";", UMA LINHA POR MES:            *
      *    COMPETENCIA;FATURAMENTO;LUCRO BRUTO;MARGEM %;   *
      *    PEDIDOS;TICKET MEDIO;SALDO A RECEBER;DSO;       *
      *    % VENCIDO;CANCELADOS;% CANCELADOS;BACKORDERS    *
      *    ATENDIDOS;PRAZO MEDIO;ENTREGAS;% NO PRAZO;CMV;  *
      *    ESTOQUE MEDIO;GIRO;COBERTURA DIAS;META;% META   *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-NUMERO
                    FILE STATUS  IS ST-NF
                    ALTERNATE RECORD KEY IS CHAVE2 = NF-PEDIDO
                                                      WITH DUPLICATES.
           SELECT CADNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVENI
                    FILE STATUS  IS ST-NFI.
           SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEI
                    FILE STATUS  IS ST-PDI.
           SELECT CADPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDOH
                    FILE STATUS  IS ST-PEH
                    ALTERNATE RECORD KEY IS CHAVE2PH = CODCLIH
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PH = DATAPEDIDOH
                                                      WITH DUPLICATES.
           SELECT CADPEDIH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEIH
                    FILE STATUS  IS ST-PIH.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVER
                    FILE STATUS  IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADCANC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-CNC.
           SELECT CADBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BK-SEQ
                    FILE STATUS  IS ST-BCK.
           SELECT CADROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-PEDIDO
                    FILE STATUS  IS ST-ROT.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO.
           SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEE
                    FILE STATUS  IS ST-EST.
           SELECT MOVEST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-MOV.
           SELECT MOVHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-HST.
           SELECT CADMETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEM
                    FILE STATUS  IS ST-MET.
           SELECT CADKPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KP-COMPET
                    FILE STATUS  IS ST-KPI.
           SELECT RELKPI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
           SELECT KPIHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SAI.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
       FD CADNF
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-NUMERO        PIC 9(09).
                03 NF-PEDIDO        PIC 9(05).
                03 NF-CODCLI        PIC 9(11).
                03 NF-DATAEMISSAO   PIC 9(08).
                03 NF-EMIS-DEC REDEFINES NF-DATAEMISSAO.
                    05 NF-EMIS-AM   PIC 9(06).
                    05 NF-EMIS-DIA  PIC 9(02).
                03 NF-VALORTOTAL    PIC 9(09)V99.
                03 NF-QTDITENS      PIC 9(03).
                03 NF-SITUACAO      PIC X(01).
                03 NF-CODTRANSP     PIC 9(03).
                03 NF-VALORFRETE    PIC 9(06)V99.
                03 NF-SITNFE        PIC X(01).
                03 NF-CHAVENFE      PIC X(44).
                03 NF-PROTOCOLO     PIC X(15).
                03 NF-DATAAUT       PIC 9(08).
                03 NF-PROTCANC      PIC X(15).
      *
       FD CADNFI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNFI.DAT".
       01 REGNFI.
                03 CHAVENI.
                    05 NFI-NUMERO   PIC 9(09).
                    05 NFI-ITEM     PIC 9(03).
                03 NFI-PRODUTO      PIC 9(05).
                03 NFI-QUANTIDADE   PIC 9(05)V99.
                03 NFI-VALORITEM    PIC 9(09)V99.
                03 NFI-QTDDEVOLV    PIC 9(05)V99.
      *
       FD CADPED
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPED.
                03 PEDIDO           PIC 9(05).
                03 CODCLI           PIC 9(11).
                03 VALOR            PIC 9(09)V99.
                03 DATAPEDIDO       PIC 9(08).
                03 DATAPED-DEC REDEFINES DATAPEDIDO.
                    05 DATAPED-AM   PIC 9(06).
                    05 DATAPED-DIA  PIC 9(02).
                03 DATAENTREGA      PIC 9(08).
                03 SITUACAOPEDIDO   PIC X(01).
                03 ULTOPER          PIC X(08).
                03 CONDPAGTO        PIC 9(03).
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
      *
       FD CADPEDI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
       01 REGPEDI.
                03 CHAVEI.
                    05 PEDIDOI      PIC 9(05).
                    05 ITEM         PIC 9(03).
                03 PRODUTO          PIC 9(05).
                03 QUANTIDADE       PIC 9(05)V99.
                03 VALORITEM        PIC 9(09)V99.
                03 PRECOCUSTOITEM   PIC 9(06)V99.
                03 LUCROITEM        PIC 9(09)V99.
                03 DEPITEM          PIC X(02).
                03 VALORICMS        PIC 9(09)V99.
                03 QTDFATUR         PIC 9(05)V99.
      *
       FD CADPEDH
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDH.DAT".
       01 REGPEDH.
                03 PEDIDOH          PIC 9(05).
                03 CODCLIH          PIC 9(11).
                03 VALORH           PIC 9(09)V99.
                03 DATAPEDIDOH      PIC 9(08).
                03 DATAPEDH-DEC REDEFINES DATAPEDIDOH.
                    05 DATAPEDH-AM  PIC 9(06).
                    05 DATAPEDH-DIA PIC 9(02).
                03 DATAENTREGAH     PIC 9(08).
                03 SITUACAOPEDIDOH  PIC X(01).
                03 ULTOPERH         PIC X(08).
                03 CONDPAGTOH       PIC 9(03).
                03 NUMWEBH          PIC 9(09).
                03 CODTRANSPH       PIC 9(03).
                03 VALORFRETEH      PIC 9(06)V99.
                03 SEQENTREGAH      PIC 9(02).
      *
       FD CADPEDIH
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDIH.DAT".
       01 REGPEDIH.
                03 CHAVEIH.
                    05 PEDIDOIH     PIC 9(05).
                    05 ITEMH        PIC 9(03).
                03 PRODUTOH         PIC 9(05).
                03 QUANTIDADEH      PIC 9(05)V99.
                03 VALORITEMH       PIC 9(09)V99.
                03 PRECOCUSTOITEMH  PIC 9(06)V99.
                03 LUCROITEMH       PIC 9(09)V99.
                03 DEPITEMH         PIC X(02).
                03 VALORICMSH       PIC 9(09)V99.
                03 QTDFATURH        PIC 9(05)V99.
      *
       FD CADREC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 CHAVER.
                    05 RC-PEDIDO    PIC 9(05).
                    05 RC-PARCELA   PIC 9(02).
                03 RC-CODCLI        PIC 9(11).
                03 RC-VENCIMENTO    PIC 9(08).
                03 RC-VALOR         PIC 9(09)V99.
                03 RC-VALORPAGO     PIC 9(09)V99.
                03 RC-DATAPAGTO     PIC 9(08).
                03 RC-ULTOPER       PIC X(08).
      *
       FD CADCANC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCANC.DAT".
       01 REGCANC.
                03 CC-PEDIDO        PIC 9(05).
                03 CC-DATA          PIC 9(08).
                03 CC-DATA-DEC REDEFINES CC-DATA.
                    05 CC-DATA-AM   PIC 9(06).
                    05 CC-DATA-DIA  PIC 9(02).
                03 CC-HORA          PIC 9(06).
                03 CC-MOTIVO        PIC 9(02).
                03 CC-OPERADOR      PIC X(08).
      *
       FD CADBACK
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADBACK.DAT".
       01 REGBACK.
                03 BK-SEQ           PIC 9(09).
                03 BK-PEDIDO        PIC 9(05).
                03 BK-CODCLI        PIC 9(11).
                03 BK-PRODUTO       PIC 9(05).
                03 BK-QTDPEND       PIC 9(05)V99.
                03 BK-DATA          PIC 9(08).
                03 BK-SITUACAO      PIC X(01).
                03 BK-DATAATEND     PIC 9(08).
                03 BK-ATEND-DEC REDEFINES BK-DATAATEND.
                    05 BK-ATEND-AM  PIC 9(06).
                    05 BK-ATEND-DIA PIC 9(02).
                03 BK-DEPOSITO      PIC X(02).
      *
       FD CADROTA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADROTA.DAT".
       01 REGROTA.
                03 RT-PEDIDO        PIC 9(05).
                03 RT-ROTA          PIC 9(05).
                03 RT-DATA          PIC 9(08).
                03 RT-CIDADE        PIC X(20).
                03 RT-UF            PIC X(02).
                03 RT-CODTRANSP     PIC 9(03).
                03 RT-DATAENTREGA   PIC 9(08).
                03 RT-ENTR-DEC REDEFINES RT-DATAENTREGA.
                    05 RT-ENTR-AM   PIC 9(06).
                    05 RT-ENTR-DIA  PIC 9(02).
                03 RT-RECEBEDOR     PIC X(30).
                03 RT-MOTORISTA     PIC X(30).
                03 RT-PLACA         PIC X(07).
      *
       FD CADPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
                03 CODIGO           PIC 9(05).
                03 DESCRICAO        PIC X(30).
                03 UNIDADE          PIC X(02).
                03 UNIDEXTENSO      PIC X(18).
                03 PRECOCUSTO       PIC 9(06)V99.
                03 PRECOVENDA       PIC 9(06)V99.
                03 TIPO             PIC 9(01).
                03 STATOS           PIC X(01).
                03 ESTOQUE          PIC 9(06).
                03 ULTOPER          PIC X(08).
                03 PESOUNIT         PIC 9(03)V9(03).
      *
       FD CADEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADEST.DAT".
       01 REGEST.
                03 CHAVEE.
                    05 ES-DEPOSITO  PIC X(02).
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
      *
       FD MOVEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "MOVEST.DAT".
       01 REGMOV.
                03 MV-CODIGO        PIC 9(05).
                03 MV-DATA          PIC 9(08).
                03 MV-HORA          PIC 9(06).
                03 MV-TIPOMOV       PIC X(02).
                03 MV-ES            PIC X(01).
                03 MV-QUANTIDADE    PIC 9(05)V99.
                03 MV-SALDO         PIC 9(06).
                03 MV-PEDIDO        PIC 9(05).
                03 MV-ITEM          PIC 9(03).
                03 MV-OPERADOR      PIC X(08).
                03 MV-DEPOSITO      PIC X(02).
      *
       FD MOVHIST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMEHIST.
       01 REGMOVH              PIC X(53).
      *
       FD CADMETA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADMETA.DAT".
       01 REGMETA.
                03 CHAVEM.
                    05 MA-CODOPER   PIC X(08).
                    05 MA-COMPET    PIC 9(06).
                03 MA-VALORMETA     PIC 9(09)V99.
                03 MA-ULTOPER       PIC X(08).
      *
       FD CADKPI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKPI.DAT".
       01 REGKPI.
                03 KP-COMPET        PIC 9(06).
                03 KP-FATUR         PIC 9(11)V99.
                03 KP-LUCRO         PIC S9(11)V99.
                03 KP-MARGEM        PIC S9(03)V99.
                03 KP-QTDPED        PIC 9(06).
                03 KP-TICKET        PIC 9(09)V99.
                03 KP-SALDOREC      PIC 9(11)V99.
                03 KP-DSO           PIC 9(05)V9.
                03 KP-PCTVENC       PIC 9(03)V99.
                03 KP-QTDCANC       PIC 9(06).
                03 KP-PCTCANC       PIC 9(03)V99.
                03 KP-QTDBACK       PIC 9(06).
                03 KP-PRZBACK       PIC 9(04)V9.
                03 KP-QTDENTR       PIC 9(06).
                03 KP-PCTPRAZO      PIC 9(03)V99.
                03 KP-CMV           PIC 9(11)V99.
                03 KP-ESTMED        PIC 9(11)V99.
                03 KP-GIRO          PIC 9(03)V99.
                03 KP-COBERT        PIC 9(05).
                03 KP-META          PIC 9(11)V99.
                03 KP-PCTMETA       PIC 9(05)V99.
                03 KP-DATAGER       PIC 9(08).
                03 KP-HORAGER       PIC 9(06).
      *
       FD RELKPI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELKPI.LST".
       01 LINHA-REL                PIC X(132).
      *
       FD KPIHIST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "KPIHIST.TXT".
       01 LINHA-SAI                PIC X(250).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NF        PIC X(02) VALUE "00".
       01 ST-NFI       PIC X(02) VALUE "00".
       01 ST-PED       PIC X(02) VALUE "00".
       01 ST-PDI       PIC X(02) VALUE "00".
       01 ST-PEH       PIC X(02) VALUE "00".
       01 ST-PIH       PIC X(02) VALUE "00".
       01 ST-REC       PIC X(02) VALUE "00".
       01 ST-CNC       PIC X(02) VALUE "00".
       01 ST-BCK       PIC X(02) VALUE "00".
       01 ST-ROT       PIC X(02) VALUE "00".
       01 ST-PRO       PIC X(02) VALUE "00".
       01 ST-EST       PIC X(02) VALUE "00".
       01 ST-MOV       PIC X(02) VALUE "00".
       01 ST-HST       PIC X(02) VALUE "00".
       01 ST-MET       PIC X(02) VALUE "00".
       01 ST-KPI       PIC X(02) VALUE "00".
       01 ST-REL       PIC X(02) VALUE "00".
       01 ST-SAI       PIC X(02) VALUE "00".
       01 W-TEMPEDH    PIC X(01) VALUE "S".
       01 W-TEMREC     PIC X(01) VALUE "S".
       01 W-TEMCNC     PIC X(01) VALUE "S".
       01 W-TEMBCK     PIC X(01) VALUE "S".
       01 W-TEMROT     PIC X(01) VALUE "S".
       01 W-TEMMOV     PIC X(01) VALUE "S".
       01 W-TEMMET     PIC X(01) VALUE "S".
       01 W-TEMSA      PIC X(01) VALUE "N".
       01 W-NOMEHIST   PIC X(40) VALUE SPACES.
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPC034".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(132) VALUE SPACES.
      *
      *   COMPETENCIA E DATAS DE REFERENCIA
      *
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-COMPANT    PIC 9(06) VALUE ZEROS.
       01 W-COMPANO    PIC 9(06) VALUE ZEROS.
       01 W-ANO        PIC 9(04) VALUE ZEROS.
       01 W-MES        PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DEC REDEFINES W-HOJE.
          03 W-HOJE-AM    PIC 9(06).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-DTINI      PIC 9(08) VALUE ZEROS.
       01 W-DTFIM      PIC 9(08) VALUE ZEROS.
       01 W-DTPROX     PIC 9(08) VALUE ZEROS.
       01 W-DATAREF    PIC 9(08) VALUE ZEROS.
       01 W-DIASINT    PIC 9(08) VALUE ZEROS.
       01 W-DIASMES    PIC 9(02) VALUE ZEROS.
       01 W-DIAS       PIC 9(05) VALUE ZEROS.
      *
      *   FATURAMENTO E MARGEM: 1 = MES, 2 = MES ANTERIOR,
      *   3 = MESMO MES DO ANO ANTERIOR
      *
       01 TABPER.
          03 TP-ENT OCCURS 3 TIMES.
             05 TP-FATUR      PIC 9(11)V99.
             05 TP-PROD       PIC 9(11)V99.
             05 TP-LUCRO      PIC S9(11)V99.
             05 TP-MARGEM     PIC S9(03)V99.
       01 IND          PIC 9(01) VALUE ZEROS.
       01 W-CUSTOUNIT  PIC 9(06)V99 VALUE ZEROS.
       01 W-LUCROIT    PIC S9(09)V99 VALUE ZEROS.
      *
      *   PEDIDO PROCURADO NO CADPED OU NO CADPEDH
      *
       01 W-PDNUM      PIC 9(05) VALUE ZEROS.
       01 W-PDACHOU    PIC X(01) VALUE "N".
       01 W-PDDATA     PIC 9(08) VALUE ZEROS.
       01 W-PDENTREGA  PIC 9(08) VALUE ZEROS.
      *
      *   ACUMULADORES DO MES
      *
       01 W-QTDDIG     PIC 9(06) VALUE ZEROS.
       01 W-QTDPED     PIC 9(06) VALUE ZEROS.
       01 W-VALPED     PIC 9(11)V99 VALUE ZEROS.
       01 W-TICKET     PIC 9(09)V99 VALUE ZEROS.
       01 W-ABERTO     PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDOREC   PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOVENC  PIC 9(11)V99 VALUE ZEROS.
       01 W-PCTVENC    PIC 9(03)V99 VALUE ZEROS.
       01 W-DSO        PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDCANC    PIC 9(06) VALUE ZEROS.
       01 W-PCTCANC    PIC 9(03)V99 VALUE ZEROS.
       01 W-QTDBACK    PIC 9(06) VALUE ZEROS.
       01 W-QTDBKPEND  PIC 9(06) VALUE ZEROS.
       01 W-DIASBACK   PIC 9(09) VALUE ZEROS.
       01 W-PRZBACK    PIC 9(04)V9 VALUE ZEROS.
       01 W-QTDENTR    PIC 9(06) VALUE ZEROS.
       01 W-QTDPRAZO   PIC 9(06) VALUE ZEROS.
       01 W-PCTPRAZO   PIC 9(03)V99 VALUE ZEROS.
       01 W-META       PIC 9(11)V99 VALUE ZEROS.
       01 W-PCTMETA    PIC 9(05)V99 VALUE ZEROS.
       01 W-VARPCT     PIC S9(05)V99 VALUE ZEROS.
      *
      *   ESTOQUE A CUSTO (PRECOCUSTO DO CADPRO)
      *
       01 W-VALMOV     PIC 9(11)V99 VALUE ZEROS.
       01 W-ESTABER    PIC 9(11)V99 VALUE ZEROS.
       01 W-ENTMES     PIC 9(11)V99 VALUE ZEROS.
       01 W-SAIMES     PIC 9(11)V99 VALUE ZEROS.
       01 W-ENTDEPOIS  PIC 9(11)V99 VALUE ZEROS.
       01 W-SAIDEPOIS  PIC 9(11)V99 VALUE ZEROS.
       01 W-ESTATU     PIC 9(11)V99 VALUE ZEROS.
       01 W-ESTINI     PIC S9(11)V99 VALUE ZEROS.
       01 W-ESTFIM     PIC S9(11)V99 VALUE ZEROS.
       01 W-ESTMED     PIC 9(11)V99 VALUE ZEROS.
       01 W-CMV        PIC 9(11)V99 VALUE ZEROS.
       01 W-GIRO       PIC 9(03)V99 VALUE ZEROS.
       01 W-COBERT     PIC 9(05) VALUE ZEROS.
       01 TABVISTO.
          03 TV-FLAG   PIC X(01) OCCURS 99999 TIMES.
      *
      *   CAMPOS EDITADOS DO KPIHIST.TXT
      *
       01 W-ED-VAL1    PIC 9(11),99 VALUE ZEROS.
       01 W-ED-VAL2    PIC -9(11),99 VALUE ZEROS.
       01 W-ED-VAL3    PIC 9(09),99 VALUE ZEROS.
       01 W-ED-VAL4    PIC 9(11),99 VALUE ZEROS.
       01 W-ED-VAL5    PIC 9(11),99 VALUE ZEROS.
       01 W-ED-VAL6    PIC 9(11),99 VALUE ZEROS.
       01 W-ED-VAL7    PIC 9(11),99 VALUE ZEROS.
       01 W-ED-MARG    PIC -9(03),99 VALUE ZEROS.
       01 W-ED-DSO     PIC 9(05),9 VALUE ZEROS.
       01 W-ED-PCT1    PIC 9(03),99 VALUE ZEROS.
       01 W-ED-PCT2    PIC 9(03),99 VALUE ZEROS.
       01 W-ED-PCT3    PIC 9(03),99 VALUE ZEROS.
       01 W-ED-PCT4    PIC 9(05),99 VALUE ZEROS.
       01 W-ED-PRZ     PIC 9(04),9 VALUE ZEROS.
       01 W-ED-GIRO    PIC 9(03),99 VALUE ZEROS.
       01 W-ED-QTD     PIC ZZZ.ZZ9 VALUE ZEROS.
      *
       01 CAB1.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE
             "RESUMO GERENCIAL DO MES - COMPETENCIA: ".
          03 CAB1-MES       PIC 9(06).
          03 FILLER         PIC X(14) VALUE "   EMITIDO EM ".
          03 CAB1-DATA      PIC 9(08).
       01 CABSEC.
          03 FILLER         PIC X(04) VALUE "*** ".
          03 CABSEC-TEXTO   PIC X(50).
       01 CABCMP.
          03 FILLER         PIC X(43) VALUE
             "                                  MES ATUAL".
          03 FILLER         PIC X(42) VALUE
             "      MES ANTERIOR     VAR.%  ANO ANTERIOR".
          03 FILLER         PIC X(10) VALUE
             "     VAR.%".
       01 LINCMP.
          03 LC-TEXTO       PIC X(22).
          03 LC-ATU         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LC-ANT         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LC-VANT        PIC -----9,99.
          03 LC-VANTX REDEFINES LC-VANT PIC X(09).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LC-ANO         PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LC-VANO        PIC -----9,99.
          03 LC-VANOX REDEFINES LC-VANO PIC X(09).
       01 LINVAL.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 LV-TEXTO       PIC X(36).
          03 LV-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 LV-COMPL       PIC X(40).
       01 LINQTD.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 LQ-TEXTO       PIC X(36).
          03 FILLER         PIC X(08) VALUE SPACES.
          03 LQ-QTD         PIC ZZZ.ZZ9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 LQ-COMPL       PIC X(40).
       01 LINPCT.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 LP-TEXTO       PIC X(36).
          03 FILLER         PIC X(07) VALUE SPACES.
          03 LP-PCT         PIC ZZZZ9,99.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 LP-COMPL       PIC X(40).
       01 ROD1.
          03 FILLER         PIC X(40) VALUE
             "VAR.% DA MARGEM EM PONTOS PERCENTUAIS. ".
          03 FILLER         PIC X(40) VALUE
             "HISTORICO MENSAL EM KPIHIST.TXT".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA FROM TIME.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPET FROM CONSOLE.
           DIVIDE W-COMPET BY 100 GIVING W-ANO REMAINDER W-MES
           IF W-ANO < 1601 OR W-MES < 1 OR W-MES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIMP.
           IF W-COMPET > W-HOJE-AM
              DISPLAY "*** COMPETENCIA AINDA NAO INICIADA ***"
              GO TO ROT-FIMP.
      *
      *   MES ANTERIOR, MESMO MES DO ANO ANTERIOR, PRIMEIRO
      *   E ULTIMO DIA DO MES E DATA DE POSICAO DO RECEBER
      *
           IF W-MES = 1
              COMPUTE W-COMPANT = ((W-ANO - 1) * 100) + 12
           ELSE
              COMPUTE W-COMPANT = W-COMPET - 1.
           COMPUTE W-COMPANO = W-COMPET - 100
           COMPUTE W-DTINI = (W-COMPET * 100) + 1
           IF W-MES = 12
              COMPUTE W-DTPROX = ((W-ANO + 1) * 10000) + 101
           ELSE
              COMPUTE W-DTPROX = W-DTINI + 100.
           COMPUTE W-DIASINT = FUNCTION INTEGER-OF-DATE(W-DTPROX) - 1
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-DTFIM
           COMPUTE W-DIASMES = W-DIASINT
                             - FUNCTION INTEGER-OF-DATE(W-DTINI) + 1
           IF W-HOJE < W-DTFIM
              MOVE W-HOJE TO W-DATAREF
           ELSE
              MOVE W-DTFIM TO W-DATAREF.
      *
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
              DISPLAY "*** ARQUIVO CADNF NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADNFI
           IF ST-NFI NOT = "00"
              DISPLAY "*** ARQUIVO CADNFI NAO ENCONTRADO ***"
              CLOSE CADNF
              GO TO ROT-FIMP.
           OPEN INPUT CADPED
           IF ST-PED NOT = "00"
              DISPLAY "*** ARQUIVO CADPED NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI
              GO TO ROT-FIMP.
           OPEN INPUT CADPEDI
           IF ST-PDI NOT = "00"
              DISPLAY "*** ARQUIVO CADPEDI NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI CADPED
              GO TO ROT-FIMP.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI CADPED CADPEDI
              GO TO ROT-FIMP.
           OPEN INPUT CADEST
           IF ST-EST NOT = "00"
              DISPLAY "*** ARQUIVO CADEST NAO ENCONTRADO ***"
              CLOSE CADNF CADNFI CADPED CADPEDI CADPRO
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O CADKPI
           IF ST-KPI NOT = "00"
              IF ST-KPI = "30" OR "35"
                 OPEN OUTPUT CADKPI
                 CLOSE CADKPI
                 GO TO INC-OP1
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADKPI"
                 CLOSE CADNF CADNFI CADPED CADPEDI CADPRO CADEST
                 GO TO ROT-FIMP.
           OPEN OUTPUT RELKPI
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              CLOSE CADNF CADNFI CADPED CADPEDI CADPRO CADEST
                    CADKPI
              GO TO ROT-FIMP.
      *
      *   ARQUIVOS QUE PODEM NAO EXISTIR AINDA: O INDICADOR
      *   CORRESPONDENTE SAI ZERADO
      *
           MOVE "S" TO W-TEMPEDH
           OPEN INPUT CADPEDH
           IF ST-PEH NOT = "00"
              MOVE "N" TO W-TEMPEDH
           ELSE
              OPEN INPUT CADPEDIH
              IF ST-PIH NOT = "00"
                 CLOSE CADPEDH
                 MOVE "N" TO W-TEMPEDH.
           MOVE "S" TO W-TEMREC
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "N" TO W-TEMREC.
           MOVE "S" TO W-TEMCNC
           OPEN INPUT CADCANC
           IF ST-CNC NOT = "00"
              MOVE "N" TO W-TEMCNC.
           MOVE "S" TO W-TEMBCK
           OPEN INPUT CADBACK
           IF ST-BCK NOT = "00"
              MOVE "N" TO W-TEMBCK.
           MOVE "S" TO W-TEMROT
           OPEN INPUT CADROTA
           IF ST-ROT NOT = "00"
              MOVE "N" TO W-TEMROT.
           MOVE "S" TO W-TEMMOV
           OPEN INPUT MOVEST
           IF ST-MOV NOT = "00"
              MOVE "N" TO W-TEMMOV.
           MOVE "S" TO W-TEMMET
           OPEN INPUT CADMETA
           IF ST-MET NOT = "00"
              MOVE "N" TO W-TEMMET.
           MOVE ZEROS TO TABPER
           MOVE ALL "N" TO TABVISTO.
      *
      ***********************************************
      *  FATURAMENTO E LUCRO BRUTO DAS NOTAS ATIVAS *
      *  DO MES, DO MES ANTERIOR E DO ANO ANTERIOR  *
      ***********************************************
      *
       FAT-001.
           MOVE ZEROS TO NF-NUMERO
           START CADNF KEY IS NOT LESS NF-NUMERO
                 INVALID KEY
                    GO TO FAT-003.
       FAT-002.
           READ CADNF NEXT RECORD
              AT END
                 GO TO FAT-003.
           IF NF-SITUACAO = "C"
              GO TO FAT-002.
           IF NF-EMIS-AM = W-COMPET
              MOVE 1 TO IND
           ELSE
              IF NF-EMIS-AM = W-COMPANT
                 MOVE 2 TO IND
              ELSE
                 IF NF-EMIS-AM = W-COMPANO
                    MOVE 3 TO IND
                 ELSE
                    GO TO FAT-002.
           ADD NF-VALORTOTAL TO TP-FATUR (IND)
           PERFORM MRG-NOTA THRU MRG-NOTA-FIM
           GO TO FAT-002.
       FAT-003.
           MOVE 1 TO IND.
       FAT-004.
           IF IND > 3
              GO TO PED-001.
           IF TP-PROD (IND) NOT = ZEROS
              COMPUTE TP-MARGEM (IND) ROUNDED =
                      TP-LUCRO (IND) * 100 / TP-PROD (IND)
                 ON SIZE ERROR
                    MOVE ZEROS TO TP-MARGEM (IND)
              END-COMPUTE.
           ADD 1 TO IND
           GO TO FAT-004.
      *
      *   ITENS DA NOTA: VALOR FATURADO MENOS A QUANTIDADE
      *   FATURADA AO CUSTO GRAVADO NO ITEM DO PEDIDO
      *
       MRG-NOTA.
           MOVE NF-NUMERO TO NFI-NUMERO
           MOVE ZEROS TO NFI-ITEM
           START CADNFI KEY IS NOT LESS CHAVENI
                 INVALID KEY
                    GO TO MRG-NOTA-FIM.
       MRG-NOTA1.
           READ CADNFI NEXT RECORD
              AT END
                 GO TO MRG-NOTA-FIM.
           IF NFI-NUMERO NOT = NF-NUMERO
              GO TO MRG-NOTA-FIM.
           ADD NFI-VALORITEM TO TP-PROD (IND)
           MOVE ZEROS TO W-CUSTOUNIT
           MOVE NF-PEDIDO TO PEDIDOI
           MOVE NFI-ITEM  TO ITEM
           READ CADPEDI
           IF ST-PDI = "00"
              MOVE PRECOCUSTOITEM TO W-CUSTOUNIT
              GO TO MRG-NOTA2.
           IF W-TEMPEDH = "N"
              GO TO MRG-NOTA2.
           MOVE NF-PEDIDO TO PEDIDOIH
           MOVE NFI-ITEM  TO ITEMH
           READ CADPEDIH
           IF ST-PIH = "00"
              MOVE PRECOCUSTOITEMH TO W-CUSTOUNIT.
       MRG-NOTA2.
           COMPUTE W-LUCROIT = NFI-VALORITEM
                             - (NFI-QUANTIDADE * W-CUSTOUNIT)
           ADD W-LUCROIT TO TP-LUCRO (IND)
           GO TO MRG-NOTA1.
       MRG-NOTA-FIM.
           EXIT.
      *
      ***********************************************
      *  PEDIDOS DIGITADOS NO MES (CADPED E         *
      *  CADPEDH): TODOS PARA A TAXA DE CANCELA-    *
      *  MENTO, OS NAO CANCELADOS PARA O TICKET     *
      ***********************************************
      *
       PED-001.
           MOVE ZEROS TO PEDIDO
           START CADPED KEY IS NOT LESS PEDIDO
                 INVALID KEY
                    GO TO PED-003.
       PED-002.
           READ CADPED NEXT RECORD
              AT END
                 GO TO PED-003.
           IF DATAPED-AM NOT = W-COMPET
              GO TO PED-002.
           ADD 1 TO W-QTDDIG
           IF SITUACAOPEDIDO = "C"
              GO TO PED-002.
           ADD 1 TO W-QTDPED
           ADD VALOR TO W-VALPED
           GO TO PED-002.
       PED-003.
           IF W-TEMPEDH = "N"
              GO TO PED-005.
           MOVE ZEROS TO PEDIDOH
           START CADPEDH KEY IS NOT LESS PEDIDOH
                 INVALID KEY
                    GO TO PED-005.
       PED-004.
           READ CADPEDH NEXT RECORD
              AT END
                 GO TO PED-005.
           IF DATAPEDH-AM NOT = W-COMPET
              GO TO PED-004.
           ADD 1 TO W-QTDDIG
           IF SITUACAOPEDIDOH = "C"
              GO TO PED-004.
           ADD 1 TO W-QTDPED
           ADD VALORH TO W-VALPED
           GO TO PED-004.
       PED-005.
           IF W-QTDPED NOT = ZEROS
              COMPUTE W-TICKET ROUNDED = W-VALPED / W-QTDPED.
      *
      ***********************************************
      *  CONTAS A RECEBER NA DATA DE POSICAO: PAR-  *
      *  CELAS DE PEDIDOS JA DIGITADOS, PELO QUE    *
      *  FALTAVA PAGAR NAQUELA DATA                 *
      ***********************************************
      *
       REC-001.
           IF W-TEMREC = "N"
              GO TO CNC-001.
           MOVE ZEROS TO RC-PEDIDO RC-PARCELA
           START CADREC KEY IS NOT LESS CHAVER
                 INVALID KEY
                    GO TO REC-003.
       REC-002.
           READ CADREC NEXT RECORD
              AT END
                 GO TO REC-003.
           MOVE RC-PEDIDO TO W-PDNUM
           PERFORM ACHA-PED THRU ACHA-PED-FIM
           IF W-PDACHOU = "S" AND W-PDDATA > W-DATAREF
              GO TO REC-002.
           IF RC-DATAPAGTO NOT = ZEROS
              AND RC-DATAPAGTO NOT > W-DATAREF
              IF RC-VALORPAGO NOT < RC-VALOR
                 GO TO REC-002
              ELSE
                 COMPUTE W-ABERTO = RC-VALOR - RC-VALORPAGO
              END-IF
           ELSE
              MOVE RC-VALOR TO W-ABERTO.
           ADD W-ABERTO TO W-SALDOREC
           IF RC-VENCIMENTO < W-DATAREF
              ADD W-ABERTO TO W-SALDOVENC.
           GO TO REC-002.
       REC-003.
           IF W-SALDOREC NOT = ZEROS
              COMPUTE W-PCTVENC ROUNDED =
                      W-SALDOVENC * 100 / W-SALDOREC.
           IF TP-FATUR (1) NOT = ZEROS
              COMPUTE W-DSO ROUNDED =
                      W-SALDOREC * W-DIASMES / TP-FATUR (1)
                 ON SIZE ERROR
                    MOVE 99999,9 TO W-DSO.
      *
      ***********************************************
      *  CANCELAMENTOS DO MES (CADCANC)             *
      ***********************************************
      *
       CNC-001.
           IF W-TEMCNC = "N"
              GO TO BCK-001.
       CNC-002.
           READ CADCANC
              AT END
                 GO TO CNC-003.
           IF CC-DATA-AM = W-COMPET
              ADD 1 TO W-QTDCANC.
           GO TO CNC-002.
       CNC-003.
           IF W-QTDDIG NOT = ZEROS
              COMPUTE W-PCTCANC ROUNDED = W-QTDCANC * 100 / W-QTDDIG
                 ON SIZE ERROR
                    MOVE 999,99 TO W-PCTCANC.
      *
      ***********************************************
      *  BACKORDERS ATENDIDOS NO MES: DIAS ENTRE A  *
      *  PENDENCIA E O ATENDIMENTO                  *
      ***********************************************
      *
       BCK-001.
           IF W-TEMBCK = "N"
              GO TO ROT-001.
           MOVE ZEROS TO BK-SEQ
           START CADBACK KEY IS NOT LESS BK-SEQ
                 INVALID KEY
                    GO TO BCK-003.
       BCK-002.
           READ CADBACK NEXT RECORD
              AT END
                 GO TO BCK-003.
           IF BK-SITUACAO = "P"
              IF BK-DATA NOT > W-DTFIM
                 ADD 1 TO W-QTDBKPEND
              END-IF
              GO TO BCK-002.
           IF BK-SITUACAO NOT = "A" OR BK-ATEND-AM NOT = W-COMPET
              GO TO BCK-002.
           IF BK-DATA = ZEROS OR BK-DATA > BK-DATAATEND
              GO TO BCK-002.
           ADD 1 TO W-QTDBACK
           COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(BK-DATAATEND)
                          - FUNCTION INTEGER-OF-DATE(BK-DATA)
           ADD W-DIAS TO W-DIASBACK
           GO TO BCK-002.
       BCK-003.
           IF W-QTDBACK NOT = ZEROS
              COMPUTE W-PRZBACK ROUNDED = W-DIASBACK / W-QTDBACK.
      *
      ***********************************************
      *  ENTREGAS CONFIRMADAS NO MES (SGP024) CON-  *
      *  TRA A DATA DE ENTREGA PROMETIDA NO PEDIDO  *
      ***********************************************
      *
       ROT-001.
           IF W-TEMROT = "N"
              GO TO EST-001.
           MOVE ZEROS TO RT-PEDIDO
           START CADROTA KEY IS NOT LESS RT-PEDIDO
                 INVALID KEY
                    GO TO ROT-003.
       ROT-002.
           READ CADROTA NEXT RECORD
              AT END
                 GO TO ROT-003.
           IF RT-ENTR-AM NOT = W-COMPET
              GO TO ROT-002.
           MOVE RT-PEDIDO TO W-PDNUM
           PERFORM ACHA-PED THRU ACHA-PED-FIM
           IF W-PDACHOU = "N"
              GO TO ROT-002.
           ADD 1 TO W-QTDENTR
           IF W-PDENTREGA = ZEROS
              OR RT-DATAENTREGA NOT > W-PDENTREGA
              ADD 1 TO W-QTDPRAZO.
           GO TO ROT-002.
       ROT-003.
           IF W-QTDENTR NOT = ZEROS
              COMPUTE W-PCTPRAZO ROUNDED = W-QTDPRAZO * 100 / W-QTDENTR.
      *
      ***********************************************
      *  GIRO DO ESTOQUE: MOVIMENTOS DO MES NO      *
      *  HISTORICO DO SGPB013 (MOVAAAAMM.DAT) E NO  *
      *  MOVEST CORRENTE, A CUSTO                   *
      ***********************************************
      *
       EST-001.
           MOVE SPACES TO W-NOMEHIST
           STRING "MOV" W-COMPET ".DAT" DELIMITED BY SIZE
               INTO W-NOMEHIST
           OPEN INPUT MOVHIST
           IF ST-HST NOT = "00"
              GO TO EST-003.
       EST-002.
           READ MOVHIST
              AT END
                 CLOSE MOVHIST
                 GO TO EST-003.
           MOVE REGMOVH TO REGMOV
           PERFORM ACU-MOV THRU ACU-MOV-FIM
           GO TO EST-002.
       EST-003.
           IF W-TEMMOV = "N"
              GO TO EST-005.
       EST-004.
           READ MOVEST
              AT END
                 GO TO EST-005.
           PERFORM ACU-MOV THRU ACU-MOV-FIM
           GO TO EST-004.
      *
      *   ESTOQUE ATUAL A CUSTO, COMO NO SGPC029: CADEST
      *   E, PARA PRODUTO SEM CADEST, O ESTOQUE DO CADPRO
      *
       EST-005.
           MOVE LOW-VALUES TO CHAVEE
           START CADEST KEY IS NOT LESS CHAVEE
                 INVALID KEY
                    GO TO EST-007.
       EST-006.
           READ CADEST NEXT RECORD
              AT END
                 GO TO EST-007.
           IF ES-CODIGO = ZEROS
              GO TO EST-006.
           MOVE "S" TO TV-FLAG (ES-CODIGO)
           IF ES-SALDO = ZEROS
              GO TO EST-006.
           MOVE ES-CODIGO TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO EST-006.
           COMPUTE W-VALMOV = ES-SALDO * PRECOCUSTO
           ADD W-VALMOV TO W-ESTATU
           GO TO EST-006.
       EST-007.
           MOVE ZEROS TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO
                 INVALID KEY
                    GO TO EST-009.
       EST-008.
           READ CADPRO NEXT RECORD
              AT END
                 GO TO EST-009.
           IF CODIGO = ZEROS OR ESTOQUE = ZEROS
              GO TO EST-008.
           IF TV-FLAG (CODIGO) = "S"
              GO TO EST-008.
           COMPUTE W-VALMOV = ESTOQUE * PRECOCUSTO
           ADD W-VALMOV TO W-ESTATU
           GO TO EST-008.
      *
      *   COM SALDO DE ABERTURA NO MES O FIM SAI DELE; SEM
      *   ELE, O FIM SAI DO ESTOQUE ATUAL MENOS O QUE SE
      *   MOVIMENTOU DEPOIS DO MES
      *
       EST-009.
           IF W-TEMSA = "S"
              MOVE W-ESTABER TO W-ESTINI
              COMPUTE W-ESTFIM = W-ESTINI + W-ENTMES - W-SAIMES
           ELSE
              COMPUTE W-ESTFIM = W-ESTATU - W-ENTDEPOIS + W-SAIDEPOIS
              COMPUTE W-ESTINI = W-ESTFIM - W-ENTMES + W-SAIMES.
           IF W-ESTINI < ZEROS
              MOVE ZEROS TO W-ESTINI.
           IF W-ESTFIM < ZEROS
              MOVE ZEROS TO W-ESTFIM.
           COMPUTE W-ESTMED ROUNDED = (W-ESTINI + W-ESTFIM) / 2
           IF W-ESTMED NOT = ZEROS
              COMPUTE W-GIRO ROUNDED = W-CMV / W-ESTMED
                 ON SIZE ERROR
                    MOVE 999,99 TO W-GIRO.
           IF W-CMV NOT = ZEROS
              COMPUTE W-COBERT ROUNDED =
                      W-ESTMED * W-DIASMES / W-CMV
                 ON SIZE ERROR
                    MOVE 99999 TO W-COBERT.
           GO TO MET-001.
      *
       ACU-MOV.
           IF MV-CODIGO = ZEROS OR MV-DATA < W-DTINI
              GO TO ACU-MOV-FIM.
           MOVE MV-CODIGO TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO ACU-MOV-FIM.
           COMPUTE W-VALMOV = MV-QUANTIDADE * PRECOCUSTO
           IF MV-DATA > W-DTFIM
              IF MV-TIPOMOV NOT = "SA"
                 IF MV-ES = "E"
                    ADD W-VALMOV TO W-ENTDEPOIS
                 ELSE
                    ADD W-VALMOV TO W-SAIDEPOIS
                 END-IF
              END-IF
              GO TO ACU-MOV-FIM.
           IF MV-TIPOMOV = "SA"
              ADD W-VALMOV TO W-ESTABER
              MOVE "S" TO W-TEMSA
              GO TO ACU-MOV-FIM.
           IF MV-ES = "E"
              ADD W-VALMOV TO W-ENTMES
           ELSE
              ADD W-VALMOV TO W-SAIMES
              IF MV-TIPOMOV = "VE"
                 ADD W-VALMOV TO W-CMV.
       ACU-MOV-FIM.
           EXIT.
      *
      ***********************************************
      *  META TOTAL DO MES (CADMETA) CONTRA O       *
      *  FATURAMENTO DO MES                         *
      ***********************************************
      *
       MET-001.
           IF W-TEMMET = "N"
              GO TO GRV-001.
           MOVE SPACES TO MA-CODOPER
           MOVE ZEROS TO MA-COMPET
           START CADMETA KEY IS NOT LESS CHAVEM
                 INVALID KEY
                    GO TO MET-003.
       MET-002.
           READ CADMETA NEXT RECORD
              AT END
                 GO TO MET-003.
           IF MA-COMPET = W-COMPET
              ADD MA-VALORMETA TO W-META.
           GO TO MET-002.
       MET-003.
           IF W-META NOT = ZEROS
              COMPUTE W-PCTMETA ROUNDED = TP-FATUR (1) * 100 / W-META
                 ON SIZE ERROR
                    MOVE 99999,99 TO W-PCTMETA.
      *
      ***********************************************
      *  GRAVA OS INDICADORES DA COMPETENCIA        *
      ***********************************************
      *
       GRV-001.
           MOVE W-COMPET      TO KP-COMPET
           MOVE TP-FATUR (1)  TO KP-FATUR
           MOVE TP-LUCRO (1)  TO KP-LUCRO
           MOVE TP-MARGEM (1) TO KP-MARGEM
           MOVE W-QTDPED      TO KP-QTDPED
           MOVE W-TICKET      TO KP-TICKET
           MOVE W-SALDOREC    TO KP-SALDOREC
           MOVE W-DSO         TO KP-DSO
           MOVE W-PCTVENC     TO KP-PCTVENC
           MOVE W-QTDCANC     TO KP-QTDCANC
           MOVE W-PCTCANC     TO KP-PCTCANC
           MOVE W-QTDBACK     TO KP-QTDBACK
           MOVE W-PRZBACK     TO KP-PRZBACK
           MOVE W-QTDENTR     TO KP-QTDENTR
           MOVE W-PCTPRAZO    TO KP-PCTPRAZO
           MOVE W-CMV         TO KP-CMV
           MOVE W-ESTMED      TO KP-ESTMED
           MOVE W-GIRO        TO KP-GIRO
           MOVE W-COBERT      TO KP-COBERT
           MOVE W-META        TO KP-META
           MOVE W-PCTMETA     TO KP-PCTMETA
           MOVE W-HOJE        TO KP-DATAGER
           MOVE W-HORA (1:6)  TO KP-HORAGER
           WRITE REGKPI
           IF ST-KPI = "22"
              REWRITE REGKPI.
           IF ST-KPI NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADKPI".
      *
      ***********************************************
      *  IMPRESSAO DO RESUMO                        *
      ***********************************************
      *
       IMP-001.
           MOVE W-COMPET TO CAB1-MES
           MOVE W-HOJE   TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE "VENDAS FATURADAS (NOTAS ATIVAS)" TO CABSEC-TEXTO
           WRITE LINHA-REL FROM CABSEC
           WRITE LINHA-REL FROM CABCMP
           MOVE "FATURAMENTO" TO LC-TEXTO
           MOVE TP-FATUR (1) TO LC-ATU
           MOVE TP-FATUR (2) TO LC-ANT
           MOVE TP-FATUR (3) TO LC-ANO
           MOVE 2 TO IND
           PERFORM VAR-PCT THRU VAR-PCT-FIM
           MOVE 3 TO IND
           PERFORM VAR-PCT THRU VAR-PCT-FIM
           WRITE LINHA-REL FROM LINCMP
           MOVE "LUCRO BRUTO" TO LC-TEXTO
           MOVE TP-LUCRO (1) TO LC-ATU
           MOVE TP-LUCRO (2) TO LC-ANT
           MOVE TP-LUCRO (3) TO LC-ANO
           MOVE SPACES TO LC-VANTX LC-VANOX
           WRITE LINHA-REL FROM LINCMP
           MOVE "MARGEM BRUTA %" TO LC-TEXTO
           MOVE TP-MARGEM (1) TO LC-ATU
           MOVE TP-MARGEM (2) TO LC-ANT
           MOVE TP-MARGEM (3) TO LC-ANO
           COMPUTE W-VARPCT = TP-MARGEM (1) - TP-MARGEM (2)
           MOVE W-VARPCT TO LC-VANT
           COMPUTE W-VARPCT = TP-MARGEM (1) - TP-MARGEM (3)
           MOVE W-VARPCT TO LC-VANO
           WRITE LINHA-REL FROM LINCMP
           WRITE LINHA-REL FROM LIMPA-LINHA
      *
           MOVE "PEDIDOS DIGITADOS NO MES" TO CABSEC-TEXTO
           WRITE LINHA-REL FROM CABSEC
           MOVE "PEDIDOS (SEM OS CANCELADOS)" TO LQ-TEXTO
           MOVE W-QTDPED TO LQ-QTD
           MOVE SPACES TO LQ-COMPL
           WRITE LINHA-REL FROM LINQTD
           MOVE "TICKET MEDIO" TO LV-TEXTO
           MOVE W-TICKET TO LV-VALOR
           MOVE SPACES TO LV-COMPL
           WRITE LINHA-REL FROM LINVAL
           WRITE LINHA-REL FROM LIMPA-LINHA
      *
           MOVE SPACES TO CABSEC-TEXTO
           STRING "CONTAS A RECEBER - POSICAO EM " W-DATAREF
               DELIMITED BY SIZE INTO CABSEC-TEXTO
           WRITE LINHA-REL FROM CABSEC
           MOVE "SALDO EM ABERTO" TO LV-TEXTO
           MOVE W-SALDOREC TO LV-VALOR
           WRITE LINHA-REL FROM LINVAL
           MOVE "SALDO VENCIDO" TO LV-TEXTO
           MOVE W-SALDOVENC TO LV-VALOR
           WRITE LINHA-REL FROM LINVAL
           MOVE "% VENCIDO" TO LP-TEXTO
           MOVE W-PCTVENC TO LP-PCT
           MOVE SPACES TO LP-COMPL
           WRITE LINHA-REL FROM LINPCT
           MOVE "DSO (DIAS DE VENDA A RECEBER)" TO LP-TEXTO
           MOVE W-DSO TO LP-PCT
           WRITE LINHA-REL FROM LINPCT
           WRITE LINHA-REL FROM LIMPA-LINHA
      *
           MOVE "CANCELAMENTOS, BACKORDER E ENTREGAS" TO CABSEC-TEXTO
           WRITE LINHA-REL FROM CABSEC
           MOVE "PEDIDOS CANCELADOS NO MES (CADCANC)" TO LQ-TEXTO
           MOVE W-QTDCANC TO LQ-QTD
           MOVE SPACES TO LQ-COMPL
           MOVE W-QTDDIG TO W-ED-QTD
           STRING "DE " W-ED-QTD " PEDIDOS DIGITADOS"
               DELIMITED BY SIZE INTO LQ-COMPL
           WRITE LINHA-REL FROM LINQTD
           MOVE "TAXA DE CANCELAMENTO %" TO LP-TEXTO
           MOVE W-PCTCANC TO LP-PCT
           WRITE LINHA-REL FROM LINPCT
           MOVE "BACKORDERS ATENDIDOS NO MES" TO LQ-TEXTO
           MOVE W-QTDBACK TO LQ-QTD
           MOVE SPACES TO LQ-COMPL
           MOVE W-QTDBKPEND TO W-ED-QTD
           STRING "AINDA PENDENTES DO MES: " W-ED-QTD
               DELIMITED BY SIZE INTO LQ-COMPL
           WRITE LINHA-REL FROM LINQTD
           MOVE "PRAZO MEDIO DE ATENDIMENTO (DIAS)" TO LP-TEXTO
           MOVE W-PRZBACK TO LP-PCT
           MOVE SPACES TO LP-COMPL
           WRITE LINHA-REL FROM LINPCT
           MOVE "ENTREGAS CONFIRMADAS NO MES" TO LQ-TEXTO
           MOVE W-QTDENTR TO LQ-QTD
           MOVE SPACES TO LQ-COMPL
           MOVE W-QTDPRAZO TO W-ED-QTD
           STRING "NO PRAZO: " W-ED-QTD
               DELIMITED BY SIZE INTO LQ-COMPL
           WRITE LINHA-REL FROM LINQTD
           MOVE "ENTREGAS NO PRAZO %" TO LP-TEXTO
           MOVE W-PCTPRAZO TO LP-PCT
           WRITE LINHA-REL FROM LINPCT
           WRITE LINHA-REL FROM LIMPA-LINHA
      *
           MOVE "ESTOQUE (A CUSTO)" TO CABSEC-TEXTO
           WRITE LINHA-REL FROM CABSEC
           MOVE "SAIDAS POR VENDA NO MES (CMV)" TO LV-TEXTO
           MOVE W-CMV TO LV-VALOR
           MOVE SPACES TO LV-COMPL
           WRITE LINHA-REL FROM LINVAL
           MOVE "ESTOQUE INICIAL" TO LV-TEXTO
           MOVE W-ESTINI TO LV-VALOR
           IF W-TEMSA = "S"
              MOVE "(SALDO DE ABERTURA DO SGPB013)" TO LV-COMPL
           ELSE
              MOVE "(CALCULADO DO CADEST ATUAL)" TO LV-COMPL.
           WRITE LINHA-REL FROM LINVAL
           MOVE "ESTOQUE FINAL" TO LV-TEXTO
           MOVE W-ESTFIM TO LV-VALOR
           MOVE SPACES TO LV-COMPL
           WRITE LINHA-REL FROM LINVAL
           MOVE "ESTOQUE MEDIO" TO LV-TEXTO
           MOVE W-ESTMED TO LV-VALOR
           WRITE LINHA-REL FROM LINVAL
           MOVE "GIRO DO MES (VEZES)" TO LP-TEXTO
           MOVE W-GIRO TO LP-PCT
           MOVE SPACES TO LP-COMPL
           WRITE LINHA-REL FROM LINPCT
           MOVE "COBERTURA (DIAS)" TO LQ-TEXTO
           MOVE W-COBERT TO LQ-QTD
           MOVE SPACES TO LQ-COMPL
           WRITE LINHA-REL FROM LINQTD
           WRITE LINHA-REL FROM LIMPA-LINHA
      *
           MOVE "METAS (CADMETA)" TO CABSEC-TEXTO
           WRITE LINHA-REL FROM CABSEC
           MOVE "META TOTAL DO MES" TO LV-TEXTO
           MOVE W-META TO LV-VALOR
           WRITE LINHA-REL FROM LINVAL
           MOVE "FATURADO NO MES" TO LV-TEXTO
           MOVE TP-FATUR (1) TO LV-VALOR
           WRITE LINHA-REL FROM LINVAL
           MOVE "ATINGIMENTO %" TO LP-TEXTO
           MOVE W-PCTMETA TO LP-PCT
           WRITE LINHA-REL FROM LINPCT
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM ROD1.
      *
      ***********************************************
      *  KPIHIST.TXT REFEITO COM TODAS AS COMPE-    *
      *  TENCIAS DO CADKPI, EM ORDEM                *
      ***********************************************
      *
       HIS-001.
           OPEN OUTPUT KPIHIST
           IF ST-SAI NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO KPIHIST.TXT ***"
              GO TO FIM-REL.
           MOVE ZEROS TO KP-COMPET
           START CADKPI KEY IS NOT LESS KP-COMPET
                 INVALID KEY
                    GO TO HIS-003.
       HIS-002.
           READ CADKPI NEXT RECORD
              AT END
                 GO TO HIS-003.
           MOVE KP-FATUR    TO W-ED-VAL1
           MOVE KP-LUCRO    TO W-ED-VAL2
           MOVE KP-MARGEM   TO W-ED-MARG
           MOVE KP-TICKET   TO W-ED-VAL3
           MOVE KP-SALDOREC TO W-ED-VAL4
           MOVE KP-DSO      TO W-ED-DSO
           MOVE KP-PCTVENC  TO W-ED-PCT1
           MOVE KP-PCTCANC  TO W-ED-PCT2
           MOVE KP-PRZBACK  TO W-ED-PRZ
           MOVE KP-PCTPRAZO TO W-ED-PCT3
           MOVE KP-CMV      TO W-ED-VAL5
           MOVE KP-ESTMED   TO W-ED-VAL6
           MOVE KP-GIRO     TO W-ED-GIRO
           MOVE KP-META     TO W-ED-VAL7
           MOVE KP-PCTMETA  TO W-ED-PCT4
           MOVE SPACES TO LINHA-SAI
           STRING KP-COMPET ";" W-ED-VAL1 ";" W-ED-VAL2 ";"
                  W-ED-MARG ";" KP-QTDPED ";" W-ED-VAL3 ";"
                  W-ED-VAL4 ";" W-ED-DSO ";" W-ED-PCT1 ";"
                  KP-QTDCANC ";" W-ED-PCT2 ";" KP-QTDBACK ";"
                  W-ED-PRZ ";" KP-QTDENTR ";" W-ED-PCT3 ";"
                  W-ED-VAL5 ";" W-ED-VAL6 ";" W-ED-GIRO ";"
                  KP-COBERT ";" W-ED-VAL7 ";" W-ED-PCT4
                  DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF ST-SAI NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO KPIHIST.TXT"
              GO TO HIS-003.
           GO TO HIS-002.
       HIS-003.
           CLOSE KPIHIST.
      *
       FIM-REL.
           CLOSE CADNF CADNFI CADPED CADPEDI CADPRO CADEST CADKPI
                 RELKPI.
           IF W-TEMPEDH = "S"
              CLOSE CADPEDH CADPEDIH.
           IF W-TEMREC = "S"
              CLOSE CADREC.
           IF W-TEMCNC = "S"
              CLOSE CADCANC.
           IF W-TEMBCK = "S"
              CLOSE CADBACK.
           IF W-TEMROT = "S"
              CLOSE CADROTA.
           IF W-TEMMOV = "S"
              CLOSE MOVEST.
           IF W-TEMMET = "S"
              CLOSE CADMETA.
           DISPLAY "RELATORIO GERADO EM RELKPI.LST E KPIHIST.TXT".
           STRING "COMPETENCIA " W-COMPET DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE "RELKPI.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
           GO TO ROT-FIMP.
      *
      ***********************************************
      *  VARIACAO % DO FATURAMENTO DO MES SOBRE O   *
      *  PERIODO IND (2 = MES ANTERIOR, 3 = ANO     *
      *  ANTERIOR); SEM BASE SAI EM BRANCO          *
      ***********************************************
      *
       VAR-PCT.
           IF TP-FATUR (IND) = ZEROS
              IF IND = 2
                 MOVE SPACES TO LC-VANTX
              ELSE
                 MOVE SPACES TO LC-VANOX
              END-IF
              GO TO VAR-PCT-FIM.
           COMPUTE W-VARPCT ROUNDED =
                   (TP-FATUR (1) - TP-FATUR (IND)) * 100
                   / TP-FATUR (IND)
              ON SIZE ERROR
                 MOVE 99999,99 TO W-VARPCT.
           IF IND = 2
              MOVE W-VARPCT TO LC-VANT
           ELSE
              MOVE W-VARPCT TO LC-VANO.
       VAR-PCT-FIM.
           EXIT.
      *
      ***********************************************
      *  DATA E ENTREGA PROMETIDA DO PEDIDO W-PDNUM *
      *  NO CADPED OU, SE ARQUIVADO, NO CADPEDH     *
      ***********************************************
      *
       ACHA-PED.
           MOVE "N" TO W-PDACHOU
           MOVE ZEROS TO W-PDDATA W-PDENTREGA
           MOVE W-PDNUM TO PEDIDO
           READ CADPED
           IF ST-PED = "00"
              MOVE "S" TO W-PDACHOU
              MOVE DATAPEDIDO  TO W-PDDATA
              MOVE DATAENTREGA TO W-PDENTREGA
              GO TO ACHA-PED-FIM.
           IF W-TEMPEDH = "N"
              GO TO ACHA-PED-FIM.
           MOVE W-PDNUM TO PEDIDOH
           READ CADPEDH
           IF ST-PEH = "00"
              MOVE "S" TO W-PDACHOU
              MOVE DATAPEDIDOH  TO W-PDDATA
              MOVE DATAENTREGAH TO W-PDENTREGA.
       ACHA-PED-FIM.
           EXIT.
      *
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
