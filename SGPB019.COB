       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPB019.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  GERACAO DOS PEDIDOS PROGRAMADOS (RECORRENTES)     *
      *  CADA PROGRAMACAO ATIVA DO CADPPR COM PROXIMA      *
      *  EMISSAO ATE HOJE VIRA UM PEDIDO REAL NO CADPED/   *
      *  CADPEDI, NUMERADO PELO CADCTRL ("PED"), COM AS    *
      *  MESMAS CRITICAS DA DIGITACAO (SGP006): BLOQUEIO   *
      *  POR ATRASO (CADBLOQ), LIMITE DE CREDITO, ESTOQUE  *
      *  DO DEPOSITO COM BACKORDER (CADBACK), PRECO POR    *
      *  TIER (CADPRECO), ICMS (CADTIPO) E FRETE           *
      *  (CADFRETE). A ENTREGA CAI EM DIA UTIL (SGPD001).  *
      *  PROGRAMACAO RETIDA NAO AVANCA A DATA E E TENTADA  *
      *  DE NOVO NA PROXIMA EXECUCAO.                      *
      *  RELATORIO: PEDPROG.LST (GERADOS E RETIDOS)        *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PP-NUMERO
                    FILE STATUS IS ST-PPR.
           SELECT CADPPRI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEPI
                    FILE STATUS IS ST-PPI.
           SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PEDIDO
                    FILE STATUS IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEI
                    FILE STATUS IS ST-PDI.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPF
                    FILE STATUS IS ST-CLI.
           SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODGO
                    FILE STATUS IS ST-PRO.
           SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEE
                    FILE STATUS IS ST-EST.
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CT-SEQID
                    FILE STATUS IS ST-CTR.
           SELECT MOVEST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-MOV.
           SELECT CADBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BK-SEQ
                    FILE STATUS IS ST-BCK.
           SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODTIPO
                    FILE STATUS IS ST-TIP.
           SELECT CADPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PE-COMPET
                    FILE STATUS IS ST-PER.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PT-CHAVE
                    FILE STATUS IS ST-PRC.
           SELECT CADFRETE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEF
                    FILE STATUS IS ST-FRT.
           SELECT CADTRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TR-CODIGO
                    FILE STATUS IS ST-TRP.
           SELECT CADBLOQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BQ-CODCLI
                    FILE STATUS IS ST-BLQ.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVER
                    FILE STATUS IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT RELPPR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-REL.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPPR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPPR.DAT".
       01 REGPPR.
                03 PP-NUMERO        PIC 9(05).
                03 PP-CODCLI        PIC 9(11).
                03 PP-CONDPAGTO     PIC 9(03).
                03 PP-CODTRANSP     PIC 9(03).
                03 PP-DEPOSITO      PIC X(02).
                03 PP-FREQ          PIC X(01).
                03 PP-PROXDATA      PIC 9(08).
                03 PP-DATAFIM       PIC 9(08).
                03 PP-PRAZO         PIC 9(03).
                03 PP-SITUACAO      PIC X(01).
                03 PP-ULTPED        PIC 9(05).
                03 PP-ULTDATA       PIC 9(08).
                03 PP-ULTOPER       PIC X(08).
       FD CADPPRI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPPRI.DAT".
       01 REGPPRI.
                03 CHAVEPI.
                    05 PPI-NUMERO   PIC 9(05).
                    05 PPI-ITEM     PIC 9(03).
                03 PPI-PRODUTO      PIC 9(05).
                03 PPI-QUANTIDADE   PIC 9(05)V99.
       FD CADPED
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPED.
                03 PEDIDO           PIC 9(05).
                03 CODCLI           PIC 9(11).
                03 VALOR            PIC 9(09)V99.
                03 DATAPEDIDO       PIC 9(08).
                03 DATAENTREGA      PIC 9(08).
                03 SITUACAOPEDIDO   PIC X(01).
                03 ULTOPER          PIC X(08).
                03 CONDPAGTO        PIC 9(03).
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
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
       FD CADCLI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 CPF                 PIC 9(11).
                03 NOME                PIC X(40).
                03 CEP                 PIC 9(08).
                03 NUMERO              PIC 9(04).
                03 COMPLEMENTO         PIC X(12).
                03 TELEFONE            PIC 9(09).
                03 TELEFONE2           PIC 9(09).
                03 DDD                 PIC 9(02).
                03 DDD2                PIC 9(02).
                03 EMAIL               PIC X(40).
                03 SITUACAO            PIC X(01).
                03 LOGRADOUROCLI       PIC X(30).
                03 BAIRROCLI           PIC X(20).
                03 CIDADECLI           PIC X(20).
                03 UFCLI               PIC X(02).
                03 ULTOPER             PIC X(08).
                03 LIMITECRED          PIC 9(09)V99.
                03 TIERCLI             PIC 9(01).
       FD CADPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
                03 CODGO           PIC 9(05).
                03 DESCRICAO        PIC X(30).
                03 UNIDADE          PIC X(02).
                03 UNIDEXTENSO      PIC X(18).
                03 PRECOCUSTO       PIC 9(06)V99.
                03 PRECOVENDA       PIC 9(06)V99.
                03 CLASSIFICACAO    PIC 9(01).
                03 SITUACAO         PIC X(01).
                03 ESTOQUE          PIC 9(06).
                03 ULTOPER          PIC X(08).
                03 PESOUNIT         PIC 9(03)V9(03).
       FD CADEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADEST.DAT".
       01 REGEST.
                03 CHAVEE.
                    05 ES-DEPOSITO  PIC X(02).
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
                03 CT-SEQID         PIC X(03).
                03 CT-PROXNUM       PIC 9(09).
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
                03 BK-DEPOSITO      PIC X(02).
       FD CADTIPO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADTIPO.DAT".
       01 REGTIPO.
                03 CODTIPO          PIC 9(01).
                03 DESCTIPO         PIC X(19).
                03 ALIQICMS         PIC 9(02)V99.
       FD CADPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPER.DAT".
       01 REGPER.
                03 PE-COMPET        PIC 9(06).
                03 PE-SITUACAO      PIC X(01).
                03 PE-DATAFECH      PIC 9(08).
                03 PE-OPERFECH      PIC X(08).
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
       FD CADPRECO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
                03 PT-CHAVE.
                    05 PT-TIER      PIC 9(01).
                    05 PT-CODIGO    PIC 9(05).
                03 PT-DESCONTO      PIC 9(02)V99.
                03 PT-DATAINI       PIC 9(08).
                03 PT-DATAFIM       PIC 9(08).
                03 PT-ULTOPER       PIC X(08).
       FD CADFRETE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADFRETE.DAT".
       01 REGFRETE.
                03 CHAVEF.
                    05 FR-UF        PIC X(02).
                    05 FR-FAIXA     PIC 9(02).
                03 FR-PESOMAX       PIC 9(05)V9(03).
                03 FR-VALOR         PIC 9(06)V99.
       FD CADTRP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADTRP.DAT".
       01 REGTRP.
                03 TR-CODIGO        PIC 9(03).
                03 TR-RAZAO         PIC X(30).
                03 TR-CNPJ          PIC 9(14).
                03 TR-DDD           PIC 9(02).
                03 TR-TELEFONE      PIC 9(09).
                03 TR-UF            PIC X(02).
                03 TR-SITUACAO      PIC X(01).
                03 TR-ULTOPER       PIC X(08).
       FD CADBLOQ
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADBLOQ.DAT".
       01 REGBLOQ.
                03 BQ-CODCLI        PIC 9(11).
                03 BQ-DIASATRASO    PIC 9(05).
                03 BQ-VALORVENC     PIC 9(09)V99.
                03 BQ-DATA          PIC 9(08).
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
       FD RELPPR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "PEDPROG.LST".
       01 LINHA-REL                PIC X(120).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PPR       PIC X(02) VALUE "00".
       77 ST-PPI       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-PDI       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-EST       PIC X(02) VALUE "00".
       77 ST-CTR       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-BCK       PIC X(02) VALUE "00".
       77 ST-TIP       PIC X(02) VALUE "00".
       77 ST-PER       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-PRC       PIC X(02) VALUE "00".
       77 ST-FRT       PIC X(02) VALUE "00".
       77 ST-TRP       PIC X(02) VALUE "00".
       77 ST-BLQ       PIC X(02) VALUE "00".
       77 ST-REC       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-TEMTIPO    PIC X(01) VALUE "N".
       77 W-TEMKIT     PIC X(01) VALUE "N".
       77 W-TEMPRECO   PIC X(01) VALUE "N".
       77 W-TEMFRT     PIC X(01) VALUE "N".
       77 W-TEMTRP     PIC X(01) VALUE "N".
       77 W-TEMBLOQ    PIC X(01) VALUE "N".
       77 W-TEMREC     PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KITOK      PIC X(01) VALUE "S".
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-GERADOS    PIC 9(06) VALUE ZEROS.
       77 W-RETIDOS    PIC 9(06) VALUE ZEROS.
       77 W-ENCERRADOS PIC 9(06) VALUE ZEROS.
       77 W-BACKORDERS PIC 9(06) VALUE ZEROS.
       01 W-CONT-ED    PIC ZZZ.ZZ9.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-HOJE-DEC REDEFINES W-HOJE.
          03 W-HOJE-AM    PIC 9(06).
          03 W-HOJE-DIA   PIC 9(02).
       77 W-DTFUNCAO   PIC X(01) VALUE SPACES.
       01 W-DTDATA1    PIC 9(08) VALUE ZEROS.
       01 W-DTDATA2    PIC 9(08) VALUE ZEROS.
       01 W-DTRET      PIC 9(01) VALUE ZEROS.
       01 W-DTDIAS     PIC S9(05) VALUE ZEROS.
       01 W-DIASINT    PIC 9(07) VALUE ZEROS.
       01 W-DATAENTR   PIC 9(08) VALUE ZEROS.
       01 W-PROX       PIC 9(08) VALUE ZEROS.
       01 W-PROX-DEC REDEFINES W-PROX.
          03 W-PROX-ANO   PIC 9(04).
          03 W-PROX-MES   PIC 9(02).
          03 W-PROX-DIA   PIC 9(02).
       01 W-NUMPED     PIC 9(09) VALUE ZEROS.
       01 W-ITEM       PIC 9(03) VALUE ZEROS.
       01 W-TOTPED     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALPREV    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDSERV    PIC 9(07)V99 VALUE ZEROS.
       01 W-PESOTOT    PIC 9(07)V9(03) VALUE ZEROS.
       01 W-VALFRETE   PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECOFINAL PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDBACK    PIC 9(05)V99 VALUE ZEROS.
       01 W-EXPOSTO    PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOREC   PIC 9(09)V99 VALUE ZEROS.
       01 VAR          PIC 9(09)V99 VALUE ZEROS.
       01 VAR2         PIC 9(09)V99 VALUE ZEROS.
       01 IND          PIC 9(02) VALUE ZEROS.
       01 W-NUMITENS   PIC 9(02) VALUE ZEROS.
       01 W-KITPROD    PIC 9(05) VALUE ZEROS.
       01 W-KITQTD     PIC 9(05)V99 VALUE ZEROS.
       01 W-KITCUSTO   PIC 9(06)V99 VALUE ZEROS.
       01 W-MOVPROD    PIC 9(05) VALUE ZEROS.
       01 W-MOVQTD     PIC 9(05)V99 VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
      *
      *   ITENS DA PROGRAMACAO: QUANTIDADE PEDIDA, O
      *   QUE O DEPOSITO ATENDE E O QUE VAI PARA O
      *   BACKORDER (KIT NUNCA VAI PARA BACKORDER)
      *
       01 TAB-ITENS.
          03 TI-ENT OCCURS 50 TIMES.
             05 TI-PRODUTO    PIC 9(05).
             05 TI-QUANTIDADE PIC 9(05)V99.
             05 TI-SERVIR     PIC 9(05)V99.
             05 TI-BACK       PIC 9(05)V99.
             05 TI-PRECO      PIC 9(06)V99.
             05 TI-EKIT       PIC X(01).
      *
       01 W-SPARQ      PIC X(12) VALUE SPACES.
       01 W-SPPROG     PIC X(08) VALUE "SGPB019".
       01 W-SPOPER     PIC X(08) VALUE SPACES.
       01 W-SPPARM     PIC X(60) VALUE SPACES.
       01 W-SPRET      PIC 9(01) VALUE ZEROS.
       01 LIMPA-LINHA  PIC X(120) VALUE SPACES.
       01 CAB1.
          03 FILLER         PIC X(52) VALUE
             "GERACAO DE PEDIDOS PROGRAMADOS".
          03 FILLER         PIC X(06) VALUE "DATA: ".
          03 CAB1-DATA      PIC 9(08).
       01 CAB2.
          03 FILLER         PIC X(50) VALUE
             "PROG. CLIENTE     NOME                      RESULT".
          03 FILLER         PIC X(50) VALUE
             "ADO PEDIDO          VALOR OBSERVACAO".
       01 DET1.
          03 DET-PROG       PIC 9(05).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-CODCLI     PIC 9(11).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-NOME       PIC X(25).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-RESULT     PIC X(09).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-PEDIDO     PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DET-OBS        PIC X(40).
       01 DET2.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(19) VALUE "BACKORDER PRODUTO: ".
          03 DET2-PRODUTO   PIC 9(05).
          03 FILLER         PIC X(14) VALUE "  QUANTIDADE: ".
          03 DET2-QTD       PIC ZZ.ZZ9,99.
       01 DET3.
          03 FILLER         PIC X(20) VALUE SPACES.
          03 FILLER         PIC X(18) VALUE "ENTREGA PREVISTA: ".
          03 DET3-ENTREGA   PIC 9(08).
          03 FILLER         PIC X(20) VALUE "  PROXIMA EMISSAO: ".
          03 DET3-PROX      PIC 9(08).
          03 FILLER         PIC X(09) VALUE "  FRETE: ".
          03 DET3-FRETE     PIC ZZZ.ZZ9,99.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
      *
      *   RETURN-CODE 8 ATE O FIM NORMAL DO PROGRAMA
      *   (RODADA NOTURNA CONTROLADA PELO SGPB020)
      *
           MOVE 8 TO RETURN-CODE
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *   COMPETENCIA CONTABIL FECHADA (CADPER)
      *   IMPEDE A GERACAO DE PEDIDOS NA DATA DE HOJE
      *
           OPEN INPUT CADPER
           IF ST-PER = "00"
              MOVE W-HOJE-AM TO PE-COMPET
              READ CADPER
              IF ST-PER = "00" AND PE-SITUACAO = "F"
                 DISPLAY "*** COMPETENCIA CONTABIL FECHADA ***"
                 MOVE 4 TO RETURN-CODE
                 CLOSE CADPER
                 GO TO ROT-FIMP
              END-IF
              CLOSE CADPER.
           OPEN I-O CADPPR
           IF ST-PPR NOT = "00"
              DISPLAY "*** ARQUIVO CADPPR NAO ENCONTRADO ***"
              GO TO ROT-FIMP.
           OPEN INPUT CADPPRI
           IF ST-PPI NOT = "00"
              DISPLAY "*** ARQUIVO CADPPRI NAO ENCONTRADO ***"
              CLOSE CADPPR
              GO TO ROT-FIMP.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
              DISPLAY "*** ARQUIVO CADPED NAO ENCONTRADO ***"
              CLOSE CADPPR CADPPRI
              GO TO ROT-FIMP.
           OPEN I-O CADPEDI
           IF ST-PDI NOT = "00"
              DISPLAY "*** ARQUIVO CADPEDI NAO ENCONTRADO ***"
              CLOSE CADPPR CADPPRI CADPED
              GO TO ROT-FIMP.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "*** ARQUIVO CADCLI NAO ENCONTRADO ***"
              CLOSE CADPPR CADPPRI CADPED CADPEDI
              GO TO ROT-FIMP.
           OPEN I-O CADPRO
           IF ST-PRO NOT = "00"
              DISPLAY "*** ARQUIVO CADPRO NAO ENCONTRADO ***"
              CLOSE CADPPR CADPPRI CADPED CADPEDI CADCLI
              GO TO ROT-FIMP.
           OPEN I-O CADEST
           IF ST-EST NOT = "00"
              DISPLAY "*** ARQUIVO CADEST NAO ENCONTRADO ***"
              CLOSE CADPPR CADPPRI CADPED CADPEDI CADCLI CADPRO
              GO TO ROT-FIMP.
       INC-OP1.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                    OPEN OUTPUT CADCTRL
                    CLOSE CADCTRL
                    GO TO INC-OP1
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCTRL"
                    CLOSE CADPPR CADPPRI CADPED CADPEDI CADCLI CADPRO
                          CADEST
                    GO TO ROT-FIMP.
       INC-OP2.
           OPEN EXTEND MOVEST
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30" OR "35"
                    OPEN OUTPUT MOVEST
                    CLOSE MOVEST
                    GO TO INC-OP2
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVEST"
                    CLOSE CADPPR CADPPRI CADPED CADPEDI CADCLI CADPRO
                          CADEST CADCTRL
                    GO TO ROT-FIMP.
       INC-OP3.
           OPEN I-O CADBACK
           IF ST-BCK NOT = "00"
              IF ST-BCK = "30" OR "35"
                    OPEN OUTPUT CADBACK
                    CLOSE CADBACK
                    GO TO INC-OP3
              ELSE
                    DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBACK"
                    CLOSE CADPPR CADPPRI CADPED CADPEDI CADCLI CADPRO
                          CADEST CADCTRL MOVEST
                    GO TO ROT-FIMP.
           MOVE "S" TO W-TEMTIPO
           OPEN INPUT CADTIPO
           IF ST-TIP NOT = "00"
              MOVE "N" TO W-TEMTIPO.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
           MOVE "S" TO W-TEMPRECO
           OPEN INPUT CADPRECO
           IF ST-PRC NOT = "00"
              MOVE "N" TO W-TEMPRECO.
           MOVE "S" TO W-TEMFRT
           OPEN INPUT CADFRETE
           IF ST-FRT NOT = "00"
              MOVE "N" TO W-TEMFRT.
           MOVE "S" TO W-TEMTRP
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              MOVE "N" TO W-TEMTRP.
           MOVE "S" TO W-TEMBLOQ
           OPEN INPUT CADBLOQ
           IF ST-BLQ NOT = "00"
              MOVE "N" TO W-TEMBLOQ.
           MOVE "S" TO W-TEMREC
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "N" TO W-TEMREC.
       INC-OP4.
           OPEN OUTPUT RELPPR
           IF ST-REL NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO RELATORIO ***"
              GO TO ROT-FIM.
           MOVE W-HOJE TO CAB1-DATA
           WRITE LINHA-REL FROM CAB1
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CAB2
           WRITE LINHA-REL FROM LIMPA-LINHA.
           DISPLAY "*** GERACAO DE PEDIDOS PROGRAMADOS ***".
           MOVE ZEROS TO PP-NUMERO
           START CADPPR KEY IS NOT LESS PP-NUMERO
                 INVALID KEY
                    GO TO ROT-TOTAIS.
      *
       LER-PPR.
           READ CADPPR NEXT RECORD
               AT END
                   GO TO ROT-TOTAIS.
           IF PP-SITUACAO NOT = "A"
              GO TO LER-PPR.
           IF PP-PROXDATA > W-HOJE
              GO TO LER-PPR.
           IF PP-DATAFIM NOT = ZEROS AND PP-PROXDATA > PP-DATAFIM
              PERFORM PROC-ENC THRU PROC-ENC-FIM
              GO TO LER-PPR.
           ADD 1 TO W-LIDOS
           PERFORM PROC-PPR THRU PROC-PPR-FIM
           GO TO LER-PPR.
      *
      ***********************************************
      *  PROGRAMACAO VENCIDA: ENCERRA SEM GERAR     *
      ***********************************************
      *
       PROC-ENC.
           MOVE "E" TO PP-SITUACAO
           MOVE "SGPB019 " TO PP-ULTOPER
           REWRITE REGPPR
           IF ST-PPR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPPR".
           ADD 1 TO W-ENCERRADOS
           MOVE SPACES TO NOME
           MOVE PP-CODCLI TO CPF
           READ CADCLI
           MOVE PP-NUMERO TO DET-PROG
           MOVE PP-CODCLI TO DET-CODCLI
           MOVE NOME TO DET-NOME
           MOVE "ENCERRADO" TO DET-RESULT
           MOVE ZEROS TO DET-PEDIDO DET-VALOR
           MOVE "DATA FINAL DA PROGRAMACAO ATINGIDA" TO DET-OBS
           WRITE LINHA-REL FROM DET1.
       PROC-ENC-FIM.
           EXIT.
      *
      ***********************************************
      *  CRITICA E GERACAO DE UM PEDIDO PROGRAMADO  *
      ***********************************************
      *
       PROC-PPR.
           PERFORM CAR-ITM THRU CAR-ITM-FIM
           MOVE SPACES TO NOME
           IF W-NUMITENS = ZEROS
              MOVE "PROGRAMACAO SEM ITENS" TO W-MOTIVO
              GO TO PROC-RET.
           MOVE PP-CODCLI TO CPF
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO NOME
              MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO PROC-RET.
           IF W-TEMBLOQ = "S"
              MOVE CPF TO BQ-CODCLI
              READ CADBLOQ
              IF ST-BLQ = "00"
                 MOVE "CLIENTE BLOQUEADO POR ATRASO (CADBLOQ)"
                      TO W-MOTIVO
                 GO TO PROC-RET.
           IF PP-CODTRANSP NOT = ZEROS
              IF W-TEMTRP = "N"
                 MOVE "CADASTRO DE TRANSPORTADORAS INDISPONIVEL"
                      TO W-MOTIVO
                 GO TO PROC-RET
              ELSE
                 MOVE PP-CODTRANSP TO TR-CODIGO
                 READ CADTRP
                 IF ST-TRP NOT = "00" OR TR-SITUACAO NOT = "A"
                    MOVE "TRANSPORTADORA INEXISTENTE OU INATIVA"
                         TO W-MOTIVO
                    GO TO PROC-RET.
           MOVE ZEROS TO W-VALPREV W-QTDSERV
           MOVE 1 TO IND.
       PROC-CHK.
           IF IND > W-NUMITENS
              GO TO PROC-CRD.
           MOVE TI-PRODUTO (IND) TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO
              GO TO PROC-RET.
           MOVE PRECOVENDA TO W-PRECOFINAL
           PERFORM PRE-NEG THRU PRE-NEG-FIM
           MOVE W-PRECOFINAL TO TI-PRECO (IND)
           MOVE TI-PRODUTO (IND) TO W-KITPROD
           PERFORM KIT-CHK THRU KIT-CHK-FIM
           MOVE W-EKIT TO TI-EKIT (IND)
           IF W-EKIT = "S"
              PERFORM KIT-SALDO THRU KIT-SALDO-FIM
              IF W-KITOK = "N"
                 MOVE "ESTOQUE INSUFICIENTE NO KIT" TO W-MOTIVO
                 GO TO PROC-RET
              END-IF
              MOVE TI-QUANTIDADE (IND) TO TI-SERVIR (IND)
              MOVE ZEROS TO TI-BACK (IND)
              GO TO PROC-CHK1.
           MOVE PP-DEPOSITO     TO ES-DEPOSITO
           MOVE TI-PRODUTO (IND) TO ES-CODIGO
           READ CADEST
           IF ST-EST NOT = "00"
              MOVE ZEROS TO ES-SALDO.
           IF ES-SALDO NOT < TI-QUANTIDADE (IND)
              MOVE TI-QUANTIDADE (IND) TO TI-SERVIR (IND)
              MOVE ZEROS TO TI-BACK (IND)
           ELSE
              MOVE ES-SALDO TO TI-SERVIR (IND)
              SUBTRACT ES-SALDO FROM TI-QUANTIDADE (IND)
                       GIVING TI-BACK (IND).
       PROC-CHK1.
           COMPUTE W-VALPREV = W-VALPREV
                   + (TI-SERVIR (IND) * TI-PRECO (IND))
           ADD TI-SERVIR (IND) TO W-QTDSERV
           ADD 1 TO IND
           GO TO PROC-CHK.
      *
      *   SEM SUPERVISOR NO LOTE: PEDIDO QUE ESTOURA O
      *   LIMITE (JA SOMANDO O VALOR DESTE PEDIDO) FICA
      *   RETIDO ATE A PROXIMA EXECUCAO
      *
       PROC-CRD.
           IF W-QTDSERV = ZEROS
              MOVE "NENHUM ITEM COM SALDO NO DEPOSITO" TO W-MOTIVO
              GO TO PROC-RET.
           PERFORM CRED-CHK THRU CRED-CHK-FIM
           IF LIMITECRED NOT = ZEROS
              IF W-EXPOSTO + W-VALPREV > LIMITECRED
                 MOVE "LIMITE DE CREDITO EXCEDIDO" TO W-MOTIVO
                 GO TO PROC-RET.
           PERFORM DAT-ENTR THRU DAT-ENTR-FIM.
      *
       PROC-GRV.
           PERFORM GER-NUMPED THRU GER-NUMPED-FIM
           MOVE W-NUMPED     TO PEDIDO
           MOVE PP-CODCLI    TO CODCLI
           MOVE ZEROS        TO VALOR
           MOVE W-HOJE       TO DATAPEDIDO
           MOVE W-DATAENTR   TO DATAENTREGA
           MOVE "N"          TO SITUACAOPEDIDO
           MOVE "SGPB019 "   TO ULTOPER OF REGPED
           MOVE PP-CONDPAGTO TO CONDPAGTO
           MOVE ZEROS        TO NUMWEB
           MOVE PP-CODTRANSP TO CODTRANSP
           MOVE ZEROS        TO VALORFRETE
           MOVE ZEROS        TO SEQENTREGA
           WRITE REGPED
           IF ST-PED = "22"
              GO TO PROC-GRV.
           IF ST-PED NOT = "00" AND "02"
              MOVE "ERRO GRAVACAO CADPED" TO W-MOTIVO
              GO TO PROC-RET.
           MOVE ZEROS TO W-TOTPED W-PESOTOT W-ITEM
           MOVE 1 TO IND.
       PROC-ITM.
           IF IND > W-NUMITENS
              GO TO PROC-TOT.
           MOVE TI-PRODUTO (IND) TO CODGO
           READ CADPRO
           MOVE W-NUMPED          TO PEDIDOI
           MOVE TI-PRODUTO (IND)  TO PRODUTO
           MOVE PP-DEPOSITO       TO DEPITEM
           IF TI-SERVIR (IND) = ZEROS
              MOVE TI-BACK (IND) TO W-QTDBACK
              PERFORM GRV-BACK THRU GRV-BACK-FIM
              ADD 1 TO IND
              GO TO PROC-ITM.
           ADD 1 TO W-ITEM
           MOVE W-ITEM            TO ITEM
           MOVE TI-SERVIR (IND)   TO QUANTIDADE
           MULTIPLY TI-PRECO (IND) BY QUANTIDADE GIVING VAR ROUNDED
           MOVE VAR TO VALORITEM
           MOVE PRECOCUSTO TO PRECOCUSTOITEM
           MOVE TI-EKIT (IND) TO W-EKIT
           MOVE PRODUTO TO W-KITPROD
           IF W-EKIT = "S"
              PERFORM KIT-CUSTO THRU KIT-CUSTO-FIM
              MOVE W-KITCUSTO TO PRECOCUSTOITEM
              MOVE PRODUTO TO CODGO
              READ CADPRO.
           MULTIPLY PRECOCUSTOITEM BY QUANTIDADE GIVING VAR2 ROUNDED
           IF VAR2 > VAR
              MOVE ZEROS TO LUCROITEM
           ELSE
              SUBTRACT VAR2 FROM VAR GIVING LUCROITEM.
           PERFORM CALC-ICMS THRU CALC-ICMS-FIM
           MOVE ZEROS TO QTDFATUR
           WRITE REGPEDI
           IF ST-PDI NOT = "00" AND "02"
              DISPLAY "ERRO GRAVACAO ITEM PEDIDO=" W-NUMPED
              ADD 1 TO IND
              GO TO PROC-ITM.
           ADD VALORITEM TO W-TOTPED
           COMPUTE W-PESOTOT = W-PESOTOT + (QUANTIDADE * PESOUNIT)
           IF W-EKIT = "S"
              PERFORM KIT-BAIXA THRU KIT-BAIXA-FIM
              ADD 1 TO IND
              GO TO PROC-ITM.
           SUBTRACT QUANTIDADE FROM ESTOQUE
              ON SIZE ERROR
                 MOVE ZEROS TO ESTOQUE
           END-SUBTRACT
           MOVE "SGPB019 " TO ULTOPER OF REGPRO
           REWRITE REGPRO
           IF ST-PRO NOT = "00" AND "02"
              DISPLAY "ERRO ALTERACAO CADPRO PRODUTO=" CODGO
                      " ST=" ST-PRO.
           MOVE PP-DEPOSITO      TO ES-DEPOSITO
           MOVE TI-PRODUTO (IND) TO ES-CODIGO
           READ CADEST
           IF ST-EST = "00"
              SUBTRACT QUANTIDADE FROM ES-SALDO
              MOVE "SGPB019 " TO ES-ULTOPER
              REWRITE REGEST.
           MOVE PRODUTO    TO W-MOVPROD
           MOVE QUANTIDADE TO W-MOVQTD
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           IF TI-BACK (IND) NOT = ZEROS
              MOVE TI-BACK (IND) TO W-QTDBACK
              PERFORM GRV-BACK THRU GRV-BACK-FIM.
           ADD 1 TO IND
           GO TO PROC-ITM.
      *
       PROC-TOT.
           MOVE ZEROS TO W-VALFRETE
           IF CODTRANSP NOT = ZEROS
              PERFORM FRT-CALC THRU FRT-CALC-FIM.
           MOVE W-VALFRETE TO VALORFRETE
           MOVE W-TOTPED TO VALOR
           REWRITE REGPED
           IF ST-PED NOT = "00" AND "02"
              DISPLAY "ERRO ALTERACAO CADPED PEDIDO=" W-NUMPED
                      " ST=" ST-PED.
           ADD 1 TO W-GERADOS
           MOVE W-NUMPED TO PP-ULTPED
           MOVE W-HOJE   TO PP-ULTDATA
           PERFORM AVANCA THRU AVANCA-FIM
           MOVE "SGPB019 " TO PP-ULTOPER
           REWRITE REGPPR
           IF ST-PPR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPPR".
           MOVE PP-NUMERO TO DET-PROG
           MOVE PP-CODCLI TO DET-CODCLI
           MOVE NOME      TO DET-NOME
           MOVE "GERADO"  TO DET-RESULT
           MOVE W-NUMPED  TO DET-PEDIDO
           MOVE W-TOTPED  TO DET-VALOR
           MOVE SPACES    TO DET-OBS
           IF PP-SITUACAO = "E"
              MOVE "ULTIMA EMISSAO - PROGRAMACAO ENCERRADA"
                   TO DET-OBS.
           WRITE LINHA-REL FROM DET1
           MOVE W-DATAENTR TO DET3-ENTREGA
           MOVE PP-PROXDATA TO DET3-PROX
           MOVE W-VALFRETE TO DET3-FRETE
           WRITE LINHA-REL FROM DET3
           MOVE 1 TO IND.
       PROC-TOT1.
           IF IND > W-NUMITENS
              GO TO PROC-PPR-FIM.
           IF TI-BACK (IND) NOT = ZEROS
              MOVE TI-PRODUTO (IND) TO DET2-PRODUTO
              MOVE TI-BACK (IND)    TO DET2-QTD
              WRITE LINHA-REL FROM DET2.
           ADD 1 TO IND
           GO TO PROC-TOT1.
      *
       PROC-RET.
           ADD 1 TO W-RETIDOS
           MOVE PP-NUMERO TO DET-PROG
           MOVE PP-CODCLI TO DET-CODCLI
           MOVE NOME      TO DET-NOME
           MOVE "RETIDO"  TO DET-RESULT
           MOVE ZEROS     TO DET-PEDIDO DET-VALOR
           MOVE W-MOTIVO  TO DET-OBS
           WRITE LINHA-REL FROM DET1.
       PROC-PPR-FIM.
           EXIT.
      *
      ***********************************************
      *  CARGA DOS ITENS DA PROGRAMACAO (CADPPRI)   *
      ***********************************************
      *
       CAR-ITM.
           MOVE ZEROS TO W-NUMITENS
           MOVE PP-NUMERO TO PPI-NUMERO
           MOVE ZEROS TO PPI-ITEM
           START CADPPRI KEY IS NOT LESS CHAVEPI
                 INVALID KEY
                    GO TO CAR-ITM-FIM.
       CAR-ITM1.
           READ CADPPRI NEXT RECORD
               AT END
                  GO TO CAR-ITM-FIM.
           IF PPI-NUMERO NOT = PP-NUMERO
              GO TO CAR-ITM-FIM.
           IF W-NUMITENS NOT < 50
              DISPLAY "PROGRAMACAO " PP-NUMERO " ACIMA DE 50 ITENS"
              GO TO CAR-ITM-FIM.
           ADD 1 TO W-NUMITENS
           MOVE PPI-PRODUTO    TO TI-PRODUTO (W-NUMITENS)
           MOVE PPI-QUANTIDADE TO TI-QUANTIDADE (W-NUMITENS)
           MOVE ZEROS TO TI-SERVIR (W-NUMITENS) TI-BACK (W-NUMITENS)
                         TI-PRECO (W-NUMITENS)
           MOVE "N" TO TI-EKIT (W-NUMITENS)
           GO TO CAR-ITM1.
       CAR-ITM-FIM.
           EXIT.
      *
      ***********************************************
      *  PROXIMA EMISSAO PELA FREQUENCIA:           *
      *  S = +7 DIAS, Q = +14 DIAS, M = MESMO DIA   *
      *  DO MES SEGUINTE (OU O ULTIMO DIA DO MES)   *
      *  ATE PASSAR DE HOJE; ALEM DA DATA FINAL A   *
      *  PROGRAMACAO FICA ENCERRADA                 *
      ***********************************************
      *
       AVANCA.
           MOVE PP-PROXDATA TO W-PROX.
       AVANCA1.
           IF PP-FREQ = "M"
              GO TO AVANCA2.
           MOVE FUNCTION INTEGER-OF-DATE(W-PROX) TO W-DIASINT
           IF PP-FREQ = "Q"
              ADD 14 TO W-DIASINT
           ELSE
              ADD 7 TO W-DIASINT.
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-PROX
           GO TO AVANCA4.
       AVANCA2.
           ADD 1 TO W-PROX-MES
           IF W-PROX-MES > 12
              MOVE 1 TO W-PROX-MES
              ADD 1 TO W-PROX-ANO.
       AVANCA3.
           MOVE "V" TO W-DTFUNCAO
           MOVE W-PROX TO W-DTDATA1
           CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                W-DTRET W-DTDIAS
           MOVE 8 TO RETURN-CODE
           IF W-DTRET NOT = ZEROS AND W-PROX-DIA > 28
              SUBTRACT 1 FROM W-PROX-DIA
              GO TO AVANCA3.
       AVANCA4.
           IF W-PROX NOT > W-HOJE
              GO TO AVANCA1.
           MOVE W-PROX TO PP-PROXDATA
           IF PP-DATAFIM NOT = ZEROS AND PP-PROXDATA > PP-DATAFIM
              MOVE "E" TO PP-SITUACAO.
       AVANCA-FIM.
           EXIT.
      *
      ***********************************************
      *  ENTREGA = HOJE + PRAZO, ADIADA PARA O      *
      *  PROXIMO DIA UTIL (SGPD001 FUNCAO "U")      *
      ***********************************************
      *
       DAT-ENTR.
           MOVE FUNCTION INTEGER-OF-DATE(W-HOJE) TO W-DIASINT
           ADD PP-PRAZO TO W-DIASINT.
       DAT-ENTR1.
           MOVE "U" TO W-DTFUNCAO
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-DTDATA1
           CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                W-DTRET W-DTDIAS
           MOVE 8 TO RETURN-CODE
           IF W-DTRET = 2 OR W-DTRET = 3
              ADD 1 TO W-DIASINT
              GO TO DAT-ENTR1.
           MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO W-DATAENTR.
       DAT-ENTR-FIM.
           EXIT.
      *
      ***********************************************
      *   PRECO NEGOCIADO POR TIER DO CLIENTE       *
      *   (CADPRECO, RESPEITANDO A VIGENCIA)        *
      ***********************************************
      *
       PRE-NEG.
           IF W-TEMPRECO = "N" OR TIERCLI = ZEROS
              GO TO PRE-NEG-FIM.
           MOVE TIERCLI  TO PT-TIER
           MOVE CODGO    TO PT-CODIGO
           READ CADPRECO
           IF ST-PRC NOT = "00"
              GO TO PRE-NEG-FIM.
           IF W-HOJE < PT-DATAINI
              OR W-HOJE > PT-DATAFIM
              GO TO PRE-NEG-FIM.
           COMPUTE W-PRECOFINAL ROUNDED =
                   PRECOVENDA * (100 - PT-DESCONTO) / 100.
       PRE-NEG-FIM.
           EXIT.
      *
      ***********************************************
      *   EXPOSICAO DO CLIENTE = PARCELAS EM ABERTO *
      *   (CADREC) + PEDIDOS NAO FATURADOS (CADPED) *
      ***********************************************
      *
       CRED-CHK.
           MOVE ZEROS TO W-EXPOSTO
           IF LIMITECRED = ZEROS
              GO TO CRED-CHK-FIM.
           IF W-TEMREC = "N"
              GO TO CRED-PED0.
           MOVE CPF TO RC-CODCLI
           START CADREC KEY IS EQUAL CHAVE2RC
                 INVALID KEY
                    GO TO CRED-PED0.
       CRED-REC1.
           READ CADREC NEXT RECORD
               AT END
                  GO TO CRED-PED0.
           IF RC-CODCLI NOT = CPF
              GO TO CRED-PED0.
           IF RC-VALORPAGO < RC-VALOR
              SUBTRACT RC-VALORPAGO FROM RC-VALOR GIVING W-SALDOREC
              ADD W-SALDOREC TO W-EXPOSTO.
           GO TO CRED-REC1.
       CRED-PED0.
           MOVE CPF TO CODCLI
           START CADPED KEY IS EQUAL CHAVE2PD
                 INVALID KEY
                    GO TO CRED-CHK-FIM.
       CRED-PED1.
           READ CADPED NEXT RECORD
               AT END
                  GO TO CRED-CHK-FIM.
           IF CODCLI NOT = CPF
              GO TO CRED-CHK-FIM.
           IF SITUACAOPEDIDO = "N" OR "S"
              ADD VALOR TO W-EXPOSTO.
           GO TO CRED-PED1.
       CRED-CHK-FIM.
           EXIT.
      *
      ***********************************************
      *   FRETE PELA UF DO CLIENTE E PESO TOTAL:    *
      *   USA A PRIMEIRA FAIXA QUE COMPORTA O PESO  *
      *   OU, ACIMA DE TODAS, A ULTIMA FAIXA DA UF  *
      ***********************************************
      *
       FRT-CALC.
           MOVE ZEROS TO W-VALFRETE
           IF W-TEMFRT = "N"
              GO TO FRT-CALC-FIM.
           MOVE UFCLI TO FR-UF
           MOVE ZEROS TO FR-FAIXA
           START CADFRETE KEY IS NOT LESS CHAVEF
                 INVALID KEY
                    GO TO FRT-CALC-FIM.
       FRT-CALC1.
           READ CADFRETE NEXT RECORD
               AT END
                  GO TO FRT-CALC-FIM.
           IF FR-UF NOT = UFCLI
              GO TO FRT-CALC-FIM.
           MOVE FR-VALOR TO W-VALFRETE
           IF W-PESOTOT NOT > FR-PESOMAX
              GO TO FRT-CALC-FIM.
           GO TO FRT-CALC1.
       FRT-CALC-FIM.
           EXIT.
      *
      ***********************************************
      *   BACKORDER DO SALDO NAO ATENDIDO (CADBACK) *
      ***********************************************
      *
       GRV-BACK.
           MOVE "BCK" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "BCK" TO CT-SEQID
              MOVE 1 TO CT-PROXNUM
              WRITE REGCTRL
              IF ST-CTR NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCTRL"
                 GO TO ROT-FIM
              END-IF
           ELSE
              IF ST-CTR NOT = "00"
                 DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCTRL"
                 GO TO ROT-FIM.
           MOVE CT-PROXNUM TO BK-SEQ
           ADD 1 TO CT-PROXNUM
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADCTRL"
              GO TO ROT-FIM.
           MOVE W-NUMPED   TO BK-PEDIDO
           MOVE PP-CODCLI  TO BK-CODCLI
           MOVE PRODUTO    TO BK-PRODUTO
           MOVE W-QTDBACK  TO BK-QTDPEND
           MOVE W-HOJE     TO BK-DATA
           MOVE "P"        TO BK-SITUACAO
           MOVE ZEROS      TO BK-DATAATEND
           MOVE DEPITEM    TO BK-DEPOSITO
           WRITE REGBACK
           IF ST-BCK NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBACK"
              GO TO GRV-BACK-FIM.
           ADD 1 TO W-BACKORDERS.
       GRV-BACK-FIM.
           EXIT.
      *
       CALC-ICMS.
           MOVE ZEROS TO VALORICMS
           IF W-TEMTIPO = "N"
              GO TO CALC-ICMS-FIM.
           MOVE CLASSIFICACAO TO CODTIPO
           READ CADTIPO
           IF ST-TIP NOT = "00"
              GO TO CALC-ICMS-FIM.
           IF ALIQICMS = ZEROS
              GO TO CALC-ICMS-FIM.
           COMPUTE VALORICMS ROUNDED = VALORITEM * ALIQICMS / 100.
       CALC-ICMS-FIM.
           EXIT.
      *
       GER-NUMPED.
           MOVE "PED" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "PED" TO CT-SEQID
              MOVE 1 TO CT-PROXNUM
              WRITE REGCTRL
              IF ST-CTR NOT = "00" AND "02"
                 DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCTRL"
                 GO TO ROT-FIM
              END-IF
           ELSE
              IF ST-CTR NOT = "00"
                 DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCTRL"
                 GO TO ROT-FIM.
           MOVE CT-PROXNUM TO W-NUMPED
           ADD 1 TO CT-PROXNUM
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADCTRL"
              GO TO ROT-FIM.
       GER-NUMPED-FIM.
           EXIT.
      *
       GRV-MOV.
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-MOVPROD     TO MV-CODIGO
           MOVE W-HOJE        TO MV-DATA
           MOVE W-HORA        TO MV-HORA
           MOVE "VE"          TO MV-TIPOMOV
           MOVE "S"           TO MV-ES
           MOVE W-MOVQTD      TO MV-QUANTIDADE
           MOVE ESTOQUE       TO MV-SALDO
           MOVE PEDIDOI       TO MV-PEDIDO
           MOVE ITEM          TO MV-ITEM
           MOVE "SGPB019 "    TO MV-OPERADOR
           MOVE DEPITEM       TO MV-DEPOSITO
           WRITE REGMOV
           IF ST-MOV NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVEST".
       GRV-MOV-FIM.
           EXIT.
      *
      ***********************************************
      *  KIT (PRODUTO COMPOSTO - CADKIT): CRITICA,  *
      *  CUSTO E BAIXA DE ESTOQUE NOS COMPONENTES   *
      ***********************************************
      *
       KIT-CHK.
           MOVE "N" TO W-EKIT
           IF W-TEMKIT = "N"
              GO TO KIT-CHK-FIM.
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-CHK-FIM.
           READ CADKIT NEXT
           IF ST-KIT = "00" AND KT-KIT = W-KITPROD
              MOVE "S" TO W-EKIT.
       KIT-CHK-FIM.
           EXIT.
      *
       KIT-SALDO.
           MOVE "S" TO W-KITOK
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-SALDO-FIM.
       KIT-SALDO1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-SALDO-FIM.
           MOVE PP-DEPOSITO TO ES-DEPOSITO
           MOVE KT-COMPON TO ES-CODIGO
           READ CADEST
           IF ST-EST NOT = "00"
              MOVE "N" TO W-KITOK
              GO TO KIT-SALDO-FIM.
           COMPUTE W-KITQTD = TI-QUANTIDADE (IND) * KT-QTDCOMP
           IF ES-SALDO < W-KITQTD
              MOVE "N" TO W-KITOK
              GO TO KIT-SALDO-FIM.
           GO TO KIT-SALDO1.
       KIT-SALDO-FIM.
           EXIT.
      *
       KIT-CUSTO.
           MOVE ZEROS TO W-KITCUSTO
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-CUSTO-FIM.
       KIT-CUSTO1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-CUSTO-FIM.
           MOVE KT-COMPON TO CODGO
           READ CADPRO
           IF ST-PRO = "00"
              COMPUTE W-KITCUSTO = W-KITCUSTO
                      + (PRECOCUSTO * KT-QTDCOMP).
           GO TO KIT-CUSTO1.
       KIT-CUSTO-FIM.
           EXIT.
      *
       KIT-BAIXA.
           MOVE W-KITPROD TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-BAIXA-FIM.
       KIT-BAIXA1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = W-KITPROD
              GO TO KIT-BAIXA-FIM.
           COMPUTE W-KITQTD = QUANTIDADE * KT-QTDCOMP
           MOVE KT-COMPON TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              DISPLAY "COMPONENTE NAO CADASTRADO PRODUTO=" KT-COMPON
              GO TO KIT-BAIXA1.
           SUBTRACT W-KITQTD FROM ESTOQUE
              ON SIZE ERROR
                 MOVE ZEROS TO ESTOQUE
           END-SUBTRACT
           MOVE "SGPB019 " TO ULTOPER OF REGPRO
           REWRITE REGPRO
           IF ST-PRO NOT = "00" AND "02"
              DISPLAY "ERRO ALTERACAO CADPRO PRODUTO=" CODGO
                      " ST=" ST-PRO.
           MOVE DEPITEM   TO ES-DEPOSITO
           MOVE KT-COMPON TO ES-CODIGO
           READ CADEST
           IF ST-EST = "00"
              SUBTRACT W-KITQTD FROM ES-SALDO
              MOVE "SGPB019 " TO ES-ULTOPER
              REWRITE REGEST.
           MOVE KT-COMPON TO W-MOVPROD
           MOVE W-KITQTD  TO W-MOVQTD
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO KIT-BAIXA1.
       KIT-BAIXA-FIM.
           EXIT.
      *
       ROT-TOTAIS.
           MOVE ZEROS TO RETURN-CODE
           WRITE LINHA-REL FROM LIMPA-LINHA
           MOVE W-LIDOS TO W-CONT-ED
           MOVE SPACES TO LINHA-REL
           STRING "PROGRAMACOES PROCESSADAS...: " W-CONT-ED
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-GERADOS TO W-CONT-ED
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS GERADOS............: " W-CONT-ED
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-RETIDOS TO W-CONT-ED
           MOVE SPACES TO LINHA-REL
           STRING "PROGRAMACOES RETIDAS.......: " W-CONT-ED
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-ENCERRADOS TO W-CONT-ED
           MOVE SPACES TO LINHA-REL
           STRING "PROGRAMACOES ENCERRADAS....: " W-CONT-ED
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-BACKORDERS TO W-CONT-ED
           MOVE SPACES TO LINHA-REL
           STRING "ITENS EM BACKORDER.........: " W-CONT-ED
               DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "PEDIDOS GERADOS: " W-GERADOS
                   "  RETIDOS: " W-RETIDOS.
           CLOSE RELPPR.
           MOVE "PEDPROG.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              DISPLAY "*** RELATORIO NAO GUARDADO NO SPOOL ***".
      *
       ROT-FIM.
           CLOSE CADPPR CADPPRI CADPED CADPEDI CADCLI CADPRO CADEST
                 CADCTRL MOVEST CADBACK.
           IF W-TEMTIPO = "S"
              CLOSE CADTIPO.
           IF W-TEMKIT = "S"
              CLOSE CADKIT.
           IF W-TEMPRECO = "S"
              CLOSE CADPRECO.
           IF W-TEMFRT = "S"
              CLOSE CADFRETE.
           IF W-TEMTRP = "S"
              CLOSE CADTRP.
           IF W-TEMBLOQ = "S"
              CLOSE CADBLOQ.
           IF W-TEMREC = "S"
              CLOSE CADREC.
       ROT-FIMP.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
