                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PEDIDO
                    FILE STATUS IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.

           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVER
                    FILE STATUS IS ST-RECC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CREDLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-CRL.
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEF
                    FILE STATUS IS ST-FRT.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESR
                    FILE STATUS IS ST-SER.
           SELECT CADSUBS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESB
                    FILE STATUS IS ST-SBS.
           SELECT SUBSLOG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-SLG.
           SELECT CADENDE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEED
                    FILE STATUS IS ST-END.
           SELECT CADPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PM-CODIGO
                    FILE STATUS IS ST-PRM.
           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AP-PEDIDO
                    FILE STATUS IS ST-APV
                    ALTERNATE RECORD KEY IS CHAVE2AP = AP-SITUACAO
                                                      WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CX-SESSAO
                    FILE STATUS IS ST-CXA
                    ALTERNATE RECORD KEY IS CHAVE2CX = CX-OPERADOR
                                                      WITH DUPLICATES.
           SELECT CADPGBAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEPB
                    FILE STATUS IS ST-PGB
                    ALTERNATE RECORD KEY IS CHAVE2PB = PB-SESSAO
                                                      WITH DUPLICATES.
           SELECT CADAUD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-AUD.
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADPEDI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
                03 ATIVO            PIC X(01).
                03 PERCOM           PIC 9(02)V99.
                03 PERFIL           PIC 9(01).
                03 SENHAHASH        PIC X(20).
                03 SENHAANT1        PIC X(20).
                03 SENHAANT2        PIC X(20).
                03 SENHAANT3        PIC X(20).
                03 DATASENHA        PIC 9(08).
                03 TENTATIVAS       PIC 9(01).
                03 BLOQUEADO        PIC X(01).
                03 ULTLOGIN         PIC 9(08).
                03 TROCASENHA       PIC X(01).
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
                    05 FR-FAIXA     PIC 9(02).
                03 FR-PESOMAX       PIC 9(05)V9(03).
                03 FR-VALOR         PIC 9(06)V99.
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
       FD CADSERIE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
                03 CHAVESR.
                    05 SR-CODIGO    PIC 9(05).
                    05 SR-SERIE     PIC X(20).
                03 SR-SITUACAO      PIC X(01).
                03 SR-DEPOSITO      PIC X(02).
                03 SR-CODFOR        PIC 9(05).
                03 SR-COMPRA        PIC 9(07).
                03 SR-DATAREC       PIC 9(08).
                03 SR-PEDIDO        PIC 9(05).
                03 SR-ITEM          PIC 9(03).
                03 SR-NOTA          PIC 9(09).
                03 SR-CODCLI        PIC 9(11).
                03 SR-DATAVENDA     PIC 9(08).
                03 SR-DATADEV       PIC 9(08).
                03 SR-MOTDEV        PIC 9(02).
                03 SR-ULTOPER       PIC X(08).
       FD CADSUBS
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSUBS.DAT".
       01 REGSUBS.
                03 CHAVESB.
                    05 SB-CODIGO    PIC 9(05).
                    05 SB-PRIOR     PIC 9(02).
                03 SB-SUBST         PIC 9(05).
       FD SUBSLOG
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "SUBSLOG.DAT".
       01 REGSUBSLOG.
                03 SL-DATA          PIC 9(08).
                03 SL-HORA          PIC 9(06).
                03 SL-PEDIDO        PIC 9(05).
                03 SL-ITEM          PIC 9(03).
                03 SL-CODCLI        PIC 9(11).
                03 SL-PRODUTO       PIC 9(05).
                03 SL-SUBST         PIC 9(05).
                03 SL-ACAO          PIC X(01).
                03 SL-TINHASUB      PIC X(01).
                03 SL-QUANTIDADE    PIC 9(05)V99.
                03 SL-VALOR         PIC 9(09)V99.
                03 SL-DEPOSITO      PIC X(02).
                03 SL-OPERADOR      PIC X(08).
       FD CADENDE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADENDE.DAT".
       01 REGENDE.
                03 CHAVEED.
                    05 ED-CODCLI    PIC 9(11).
                    05 ED-SEQ       PIC 9(02).
                03 ED-CEP           PIC 9(08).
                03 ED-NUMERO        PIC 9(04).
                03 ED-COMPL         PIC X(12).
                03 ED-LOGRADOURO    PIC X(30).
                03 ED-BAIRRO        PIC X(20).
                03 ED-CIDADE        PIC X(20).
                03 ED-UF            PIC X(02).
                03 ED-CONTATO       PIC X(30).
                03 ED-DDD           PIC 9(02).
                03 ED-TELEFONE      PIC 9(09).
                03 ED-SITUACAO      PIC X(01).
                03 ED-ULTOPER       PIC X(08).
       FD CADPARM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPARM.DAT".
       01 REGPARM.
                03 PM-CODIGO        PIC X(08).
                03 PM-DESCRICAO     PIC X(30).
                03 PM-VALOR         PIC 9(03)V9(04).
       FD CADAPROV
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADAPROV.DAT".
       01 REGAPROV.
                03 AP-PEDIDO        PIC 9(05).
                03 AP-CODCLI        PIC 9(11).
                03 AP-DATA          PIC 9(08).
                03 AP-HORA          PIC 9(06).
                03 AP-OPERADOR      PIC X(08).
                03 AP-PERFIL        PIC 9(01).
                03 AP-VALORLISTA    PIC 9(09)V99.
                03 AP-VALORTIER     PIC 9(09)V99.
                03 AP-VALORPED      PIC 9(09)V99.
                03 AP-LUCRO         PIC S9(09)V99.
                03 AP-DESCMAIOR     PIC 9(02)V99.
                03 AP-MARGEM        PIC S9(05)V99.
                03 AP-DESCLIM       PIC 9(03)V9(04).
                03 AP-MARGLIM       PIC 9(03)V9(04).
                03 AP-MOTIVO        PIC X(01).
                03 AP-SITUACAO      PIC X(01).
                03 AP-SUPERVISOR    PIC X(08).
                03 AP-DATADEC       PIC 9(08).
                03 AP-HORADEC       PIC 9(06).
                03 AP-JUSTIF        PIC X(40).
      *
      *   SESSAO DE CAIXA DO BALCAO (ABERTA E FECHADA NO
      *   SGP033). FORMAS: 1=DINHEIRO 2=CARTAO DE DEBITO
      *   3=CARTAO DE CREDITO 4=PIX
      *
       FD CADCAIXA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCAIXA.DAT".
       01 REGCAIXA.
                03 CX-SESSAO        PIC 9(06).
                03 CX-OPERADOR      PIC X(08).
                03 CX-SITUACAO      PIC X(01).
                03 CX-DATAABER      PIC 9(08).
                03 CX-HORAABER      PIC 9(06).
                03 CX-FUNDO         PIC 9(07)V99.
                03 CX-DATAFECH      PIC 9(08).
                03 CX-HORAFECH      PIC 9(06).
                03 CX-OPERFECH      PIC X(08).
                03 CX-QTDVENDAS     PIC 9(05).
                03 CX-TROCO         PIC 9(09)V99.
                03 CX-FORMA OCCURS 4 TIMES.
                    05 CX-ESPERADO  PIC 9(09)V99.
                    05 CX-CONTADO   PIC 9(09)V99.
      *
      *   PAGAMENTO DA VENDA DE BALCAO, UM REGISTRO POR
      *   FORMA USADA NO PEDIDO (O SGP009 GERA O CADREC
      *   A PARTIR DELES)
      *
       FD CADPGBAL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPGBAL.DAT".
       01 REGPGBAL.
                03 CHAVEPB.
                    05 PB-PEDIDO    PIC 9(05).
                    05 PB-SEQ       PIC 9(01).
                03 PB-SESSAO        PIC 9(06).
                03 PB-FORMA         PIC 9(01).
                03 PB-VALOR         PIC 9(09)V99.
                03 PB-RECEBIDO      PIC 9(09)V99.
                03 PB-TROCO         PIC 9(09)V99.
                03 PB-PARCELAS      PIC 9(02).
                03 PB-DATA          PIC 9(08).
                03 PB-HORA          PIC 9(06).
                03 PB-OPERADOR      PIC X(08).
       FD CADAUD
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADAUD.DAT".
          03 TSP3 PIC X(10) VALUE "FFATURADO ".
          03 TSP4 PIC X(10) VALUE "CCANCELADO".
          03 TSP5 PIC X(10) VALUE "PPARCIAL  ".
          03 TSP6 PIC X(10) VALUE "AAG.APROV.".
       01 TABSITPEDAUX REDEFINES TABSITPED.
          03 TABSITP  PIC X(10) OCCURS 6 TIMES.
       01 ALFASITP.
             03 ALFASITP1 PIC X(01).
             03 ALFASITP2 PIC X(09).
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
       77 W-PERFILOG      PIC 9(01) VALUE 3.
       77 W-LKFUNCAO      PIC X(01) VALUE SPACES.
       77 W-LKARQ         PIC X(08) VALUE SPACES.
       01 W-EXPOSTO       PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDOREC      PIC S9(09)V99 VALUE ZEROS.
       01 W-LIMCLI        PIC 9(09)V99 VALUE ZEROS.
       01 W-REGPEDSAV     PIC X(77) VALUE SPACES.
       77 W-SUPCOD        PIC X(08) VALUE SPACES.
       77 W-SUPSENHA      PIC X(08) VALUE SPACES.
       77 ST-PRC          PIC X(02) VALUE "00".
       77 W-TIERCLI       PIC 9(01) VALUE ZEROS.
       01 W-DESCAPL       PIC 9(02)V99 VALUE ZEROS.
       01 W-PRECOFINAL    PIC 9(06)V99 VALUE ZEROS.
       77 ST-PRM          PIC X(02) VALUE "00".
       77 ST-APV          PIC X(02) VALUE "00".
       77 W-TEMDMAX       PIC X(01) VALUE "N".
       77 W-TEMMMIN       PIC X(01) VALUE "N".
       77 W-APRMOT        PIC X(01) VALUE SPACES.
       01 W-APRJUST       PIC X(40) VALUE SPACES.
       01 W-PRMCOD.
          03 W-PRMNOME    PIC X(07).
          03 W-PRMPERF    PIC 9(01).
       01 W-DESCMAX       PIC 9(03)V9(04) VALUE ZEROS.
       01 W-MARGMIN       PIC 9(03)V9(04) VALUE ZEROS.
       01 W-DESCTIER      PIC 9(02)V99 VALUE ZEROS.
       01 W-DESCEXTRA     PIC 9(02)V99 VALUE ZEROS.
       01 W-DESCMAIOR     PIC 9(02)V99 VALUE ZEROS.
       01 W-PRECOTIER     PIC 9(06)V99 VALUE ZEROS.
       01 W-VALLISTA      PIC 9(09)V99 VALUE ZEROS.
       01 W-VALTIER       PIC 9(09)V99 VALUE ZEROS.
       01 W-LUCROSIG      PIC S9(09)V99 VALUE ZEROS.
       01 W-TOTLISTA      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTTIER       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLUCRO      PIC S9(09)V99 VALUE ZEROS.
       01 W-MARGEM        PIC S9(05)V99 VALUE ZEROS.
       01 W-MOVQTD        PIC 9(05)V99 VALUE ZEROS.
       77 ST-KIT          PIC X(02) VALUE "00".
       77 W-TEMKIT        PIC X(01) VALUE "N".
       77 W-EKIT          PIC X(01) VALUE "N".
       77 ST-SER          PIC X(02) VALUE "00".
       77 W-TEMSER        PIC X(01) VALUE "N".
       01 W-KITDISP       PIC 9(06) VALUE ZEROS.
       01 W-KITCUSTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-ESTPROD       PIC 9(05) VALUE ZEROS.
       01 W-ESTQTD        PIC 9(05)V99 VALUE ZEROS.
       01 W-REGKIT        PIC X(93) VALUE SPACES.
       77 ST-SBS          PIC X(02) VALUE "00".
       77 ST-SLG          PIC X(02) VALUE "00".
       77 W-TEMSUB        PIC X(01) VALUE "N".
       77 W-SUBTEM        PIC X(01) VALUE "N".
       77 W-SUBLINHA      PIC X(01) VALUE "N".
       77 W-SUBPEND       PIC X(01) VALUE "N".
       77 ST-END          PIC X(02) VALUE "00".
       77 W-TEMEND        PIC X(01) VALUE "N".
       77 W-ENTOK         PIC X(01) VALUE "S".
       01 W-UFENTR        PIC X(02) VALUE SPACES.
       01 W-ENDENTR       PIC X(60) VALUE SPACES.
       77 W-SUBACAO       PIC X(01) VALUE SPACES.
       77 W-SUBOPC        PIC X(01) VALUE SPACES.
       77 W-SUBNUM        PIC 9(01) VALUE ZEROS.
       77 W-NSUB          PIC 9(01) VALUE ZEROS.
       77 W-SUBLIN        PIC 9(02) VALUE ZEROS.
       01 W-SUBORIG       PIC 9(05) VALUE ZEROS.
       01 W-SUBCOD        PIC 9(05) VALUE ZEROS.
       01 W-SUBSALDO      PIC 9(06) VALUE ZEROS.
       01 W-SUBQTD        PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBPVORIG     PIC 9(06)V99 VALUE ZEROS.
       01 W-REGSUB        PIC X(93) VALUE SPACES.
       01 TABSUB.
          03 TS-ENTRADA OCCURS 5 TIMES.
             05 TS-CODIGO PIC 9(05).
             05 TS-SALDO  PIC 9(06).
             05 TS-PRECO  PIC 9(06)V99.
       01 W-SUBDET.
          03 SS-NUM       PIC 9(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SS-CODIGO    PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SS-DESCRICAO PIC X(18).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SS-SALDO     PIC ZZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SS-PRECO     PIC ZZZ.ZZ9,99.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
       77 ST-CXA          PIC X(02) VALUE "00".
       77 ST-PGB          PIC X(02) VALUE "00".
       77 W-BALCAO        PIC X(01) VALUE "N".
       77 W-PGSEQ         PIC 9(01) VALUE ZEROS.
       01 W-SESSAO        PIC 9(06) VALUE ZEROS.
       01 W-PGDIN         PIC 9(09)V99 VALUE ZEROS.
       01 W-PGDEB         PIC 9(09)V99 VALUE ZEROS.
       01 W-PGCRE         PIC 9(09)V99 VALUE ZEROS.
       01 W-PGPIX         PIC 9(09)V99 VALUE ZEROS.
       01 W-PGPARC        PIC 9(02) VALUE ZEROS.
       01 W-PGELET        PIC 9(09)V99 VALUE ZEROS.
       01 W-PGFALTA       PIC 9(09)V99 VALUE ZEROS.
       01 W-PGTROCO       PIC 9(09)V99 VALUE ZEROS.

      *
       SCREEN SECTION.
               LINE 18  COLUMN 24  PIC X(09)
               USING  SITUACAOPEDIDOEXTENSO
               HIGHLIGHT.
           05  LINE 20  COLUMN 01
               VALUE  "ENTREGA:".
           05  TELASEQENT
               LINE 20  COLUMN 10  PIC 9(02)
               USING  SEQENTREGA
               HIGHLIGHT.
           05  TELAENDENT
               LINE 20  COLUMN 14  PIC X(60)
               USING  W-ENDENTR
               HIGHLIGHT.
           05  LINE 22  COLUMN 01
               VALUE  "F4 NO NUMERO DO PEDIDO = VENDA DE BALCAO".
        01  TELAITEM.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               LINE 20  COLUMN 59  PIC 9(06)
               USING  W-PRECOFINAL
               HIGHLIGHT.
        01  TELABALCAO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                       VENDA DE BALCAO -".
           05  LINE 01  COLUMN 41
               VALUE  " PAGAMENTO".
           05  LINE 04  COLUMN 01
               VALUE  "PEDIDO:".
           05  LINE 04  COLUMN 30
               VALUE  "SESSAO DE CAIXA:".
           05  LINE 06  COLUMN 01
               VALUE  "TOTAL DA VENDA......:".
           05  LINE 09  COLUMN 01
               VALUE  "2 CARTAO DE DEBITO..:".
           05  LINE 11  COLUMN 01
               VALUE  "3 CARTAO DE CREDITO.:".
           05  LINE 11  COLUMN 40
               VALUE  "PARCELAS:".
           05  LINE 13  COLUMN 01
               VALUE  "4 PIX...............:".
           05  LINE 15  COLUMN 01
               VALUE  "FALTA EM DINHEIRO...:".
           05  LINE 17  COLUMN 01
               VALUE  "1 DINHEIRO RECEBIDO.:".
           05  LINE 19  COLUMN 01
               VALUE  "TROCO...............:".
           05  TBPEDIDO
               LINE 04  COLUMN 09  PIC 9(05)
               USING  PEDIDO
               HIGHLIGHT.
           05  TBSESSAO
               LINE 04  COLUMN 47  PIC 9(06)
               USING  W-SESSAO
               HIGHLIGHT.
           05  TBTOTAL
               LINE 06  COLUMN 23  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-TOTAL
               HIGHLIGHT.
           05  TBDEB
               LINE 09  COLUMN 27  PIC ZZZZZZ9,99
               USING  W-PGDEB
               HIGHLIGHT.
           05  TBCRE
               LINE 11  COLUMN 27  PIC ZZZZZZ9,99
               USING  W-PGCRE
               HIGHLIGHT.
           05  TBPARC
               LINE 11  COLUMN 50  PIC 9(02)
               USING  W-PGPARC
               HIGHLIGHT.
           05  TBPIX
               LINE 13  COLUMN 27  PIC ZZZZZZ9,99
               USING  W-PGPIX
               HIGHLIGHT.
           05  TBFALTA
               LINE 15  COLUMN 23  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-PGFALTA
               HIGHLIGHT.
           05  TBDIN
               LINE 17  COLUMN 27  PIC ZZZZZZ9,99
               USING  W-PGDIN
               HIGHLIGHT.
           05  TBTROCO
               LINE 19  COLUMN 23  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-PGTROCO
               HIGHLIGHT.

      *----------------------------------------------------------------
       PROCEDURE DIVISION.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP006  " TO W-LKSPROG
           CALL "SGPD004" USING W-LKSFUN W-OPERLOGADO W-SENHALOG
                                W-LKSPROG W-LKSRET W-LKSPERF
                                W-LKSMENS W-LKSHASH
           OPEN INPUT CADOPER
           IF W-LKSRET NOT = ZEROS
              MOVE W-LKSMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           MOVE W-OPERLOGADO TO CODOPER
           READ CADOPER.
           MOVE CODOPER TO W-OPERLOGADO
           MOVE PERFIL TO W-PERFILOG
           CLOSE CADOPER.
           OPEN INPUT CADFRETE
           IF ST-FRT NOT = "00"
              MOVE "N" TO W-TEMFRT.
       INC-OPE2.
           MOVE "S" TO W-TEMEND
           OPEN INPUT CADENDE
           IF ST-END NOT = "00"
              MOVE "N" TO W-TEMEND.
       INC-OPK0.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-OPR0.
           MOVE "S" TO W-TEMSER
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              MOVE "N" TO W-TEMSER.
       INC-OPS0.
           MOVE "S" TO W-TEMSUB
           OPEN INPUT CADSUBS
           IF ST-SBS NOT = "00"
              MOVE "N" TO W-TEMSUB.
       INC-OPN1.
           OPEN EXTEND CADCANC
           IF ST-CNC NOT = "00"
                    CLOSE CADPED CADPEDI CADCLI CADPRO CADCTRL MOVEST
                          CADBACK CADEST CADCANC CREDLOG
                    GO TO ROT-FIM.
       INC-OPS1.
           OPEN EXTEND SUBSLOG
           IF ST-SLG NOT = "00"
              IF ST-SLG = "30" OR "35"
                    OPEN OUTPUT SUBSLOG
                    CLOSE SUBSLOG
                    GO TO INC-OPS1
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO SUBSLOG" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADPED CADPEDI CADCLI CADPRO CADCTRL MOVEST
                          CADBACK CADEST CADCANC CREDLOG CADAUD
                    GO TO ROT-FIM.
      *
      *   LIMITES DA POLITICA COMERCIAL DO PERFIL DO OPERADOR
      *   (CADPARM, MANTIDO NO SGP007). SEM O PARAMETRO, O
      *   PERFIL NAO TEM AQUELE LIMITE
      *
       INC-OPP1.
           MOVE "N" TO W-TEMDMAX W-TEMMMIN
           MOVE ZEROS TO W-DESCMAX W-MARGMIN
           OPEN INPUT CADPARM
           IF ST-PRM = "00"
              MOVE W-PERFILOG TO W-PRMPERF
              MOVE "DESCMAX" TO W-PRMNOME
              MOVE W-PRMCOD TO PM-CODIGO
              READ CADPARM
              IF ST-PRM = "00"
                 MOVE "S" TO W-TEMDMAX
                 MOVE PM-VALOR TO W-DESCMAX
              END-IF
              MOVE "MARGMIN" TO W-PRMNOME
              MOVE W-PRMCOD TO PM-CODIGO
              READ CADPARM
              IF ST-PRM = "00"
                 MOVE "S" TO W-TEMMMIN
                 MOVE PM-VALOR TO W-MARGMIN
              END-IF
              CLOSE CADPARM.
       INC-OPV0.
           OPEN I-O CADAPROV
           IF ST-APV NOT = "00"
              IF ST-APV = "30" OR "35"
                    OPEN OUTPUT CADAPROV
                    CLOSE CADAPROV
                    GO TO INC-OPV0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADPED CADPEDI CADCLI CADPRO CADCTRL MOVEST
                          CADBACK CADEST CADCANC CREDLOG CADAUD
                          SUBSLOG
                    GO TO ROT-FIM.
       INC-OPG0.
           OPEN I-O CADPGBAL
           IF ST-PGB NOT = "00"
              IF ST-PGB = "30" OR "35"
                    OPEN OUTPUT CADPGBAL
                    CLOSE CADPGBAL
                    GO TO INC-OPG0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADPGBAL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADPED CADPEDI CADCLI CADPRO CADCTRL MOVEST
                          CADBACK CADEST CADCANC CREDLOG CADAUD
                          SUBSLOG CADAPROV
                    GO TO ROT-FIM.
       INC-001.
              PERFORM REG-LIBERA THRU REG-LIBERA-FIM.
              MOVE "N" TO W-BALCAO.
              MOVE ZEROS TO PEDIDO CODCLI VALOR W-ITEM W-TOTAL
              DATAPEDIDO DATAENTREGA CONDPAGTO CODTRANSP
              VALORFRETE W-PESOTOT SEQENTREGA W-TOTLISTA W-TOTTIER
              W-TOTLUCRO W-DESCMAIOR.
              MOVE SPACES TO NOME W-DESCCOND W-RAZAOTRP W-ENDENTR
              W-UFENTR.
              MOVE "N" TO SITUACAOPEDIDO.
              PERFORM SIT-ACHA THRU SIT-ACHA-FIM.
              DISPLAY TELAPEDIDOS.
                IF W-TEMFRT = "S"
                   CLOSE CADFRETE
                END-IF
                IF W-TEMKIT = "S"
                   CLOSE CADKIT
                END-IF
                IF W-TEMSER = "S"
                   CLOSE CADSERIE
                END-IF
                IF W-TEMSUB = "S"
                   CLOSE CADSUBS
                END-IF
                IF W-TEMEND = "S"
                   CLOSE CADENDE
                END-IF
                PERFORM REG-LIBERA THRU REG-LIBERA-FIM
                CLOSE CADCANC CADAUD SUBSLOG CADAPROV CADPGBAL
                GO TO ROT-FIM.
                IF W-ACT = 05
                   GO TO BAL-001.
                IF PEDIDO = ZEROS
                   GO TO INC-AUTO.
                MOVE "N" TO W-AUTONUM.
                      IF ST-ERRO NOT = "00"
                         MOVE SPACES TO NOME
                      PERFORM SIT-ACHA THRU SIT-ACHA-FIM
                      PERFORM ENT-ACHA THRU ENT-ACHA-FIM
                      PERFORM CND-ACHA THRU CND-ACHA-FIM
                      DISPLAY TELAPEDIDOS
                      MOVE "*** PEDIDO JA CADASTRADO ***" TO MENS
                IF W-TEMFRT = "S"
                   CLOSE CADFRETE
                END-IF
                IF W-TEMKIT = "S"
                   CLOSE CADKIT
                END-IF
                IF W-TEMSER = "S"
                   CLOSE CADSERIE
                END-IF
                IF W-TEMSUB = "S"
                   CLOSE CADSUBS
                END-IF
                IF W-TEMEND = "S"
                   CLOSE CADENDE
                END-IF
                PERFORM REG-LIBERA THRU REG-LIBERA-FIM
                CLOSE CADCANC CADAUD SUBSLOG CADAPROV CADPGBAL
                GO TO ROT-FIM.
                IF CODCLI = ZEROS AND W-BALCAO = "S"
                   MOVE "CONSUMIDOR FINAL" TO NOME
                   MOVE ZEROS TO W-TIERCLI
                   GO TO BAL-003.
                IF CODCLI = ZEROS
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE TIERCLI TO W-TIERCLI
                DISPLAY TELAPEDIDOS.
                IF W-SEL = 1
                   GO TO INC-004C.
                IF W-BALCAO = "S"
                   GO TO BAL-003.
                PERFORM CRED-CHK THRU CRED-CHK-FIM
                IF W-CREDOK = "N"
                   GO TO INC-001.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                DISPLAY TELAPEDIDOS.
      *
      *   ENDERECO DE ENTREGA DO PEDIDO: 00 = ENDERECO DO
      *   CADASTRO DO CLIENTE, OU UMA SEQUENCIA ATIVA DO
      *   CADENDE (MANTIDO NO SGP003)
      *
       INC-004C.
                ACCEPT TELASEQENT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-SEL = 1
                      GO TO INC-003
                   ELSE
                      GO TO INC-004B.
                PERFORM ENT-ACHA THRU ENT-ACHA-FIM
                IF W-ENTOK NOT = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004C.
                DISPLAY TELAPEDIDOS.
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-004D.
                MOVE ZEROS TO W-ITEM W-TOTAL VALOR W-TOTLISTA W-TOTTIER
                              W-TOTLUCRO W-DESCMAIOR.
                GO TO INC-WR0.
      *
      ***********************************************
                EXIT.
      *
      ***********************************************
      *   ENDERECO DE ENTREGA DO PEDIDO PARA A TELA *
      *   E UF DE ENTREGA PARA O FRETE. W-ENTOK:    *
      *   S=OK N=NAO CADASTRADO I=INATIVO           *
      ***********************************************
      *
       ENT-ACHA.
                MOVE "S" TO W-ENTOK
                MOVE SPACES TO W-ENDENTR
                IF SEQENTREGA = ZEROS
                   MOVE UFCLI TO W-UFENTR
                   STRING "CADASTRO - " DELIMITED BY SIZE
                          LOGRADOUROCLI DELIMITED BY "  "
                          " - " DELIMITED BY SIZE
                          CIDADECLI DELIMITED BY "  "
                          "/" UFCLI DELIMITED BY SIZE
                          INTO W-ENDENTR
                   GO TO ENT-ACHA-FIM.
                MOVE SPACES TO W-UFENTR
                IF W-TEMEND = "N"
                   MOVE "N" TO W-ENTOK
                   MOVE "*** CADASTRO DE ENDERECOS INDISPONIVEL ***"
                        TO MENS
                   GO TO ENT-ACHA-FIM.
                MOVE CODCLI     TO ED-CODCLI
                MOVE SEQENTREGA TO ED-SEQ
                READ CADENDE
                IF ST-END NOT = "00"
                   MOVE "N" TO W-ENTOK
                   MOVE "*** ENDERECO DE ENTREGA NAO CADASTRADO ***"
                        TO MENS
                   GO TO ENT-ACHA-FIM.
                MOVE ED-UF TO W-UFENTR
                STRING ED-LOGRADOURO DELIMITED BY "  "
                       ", " ED-NUMERO " - " DELIMITED BY SIZE
                       ED-CIDADE DELIMITED BY "  "
                       "/" ED-UF DELIMITED BY SIZE
                       INTO W-ENDENTR
                IF ED-SITUACAO NOT = "A"
                   MOVE "I" TO W-ENTOK
                   MOVE "*** ENDERECO DE ENTREGA INATIVO ***" TO MENS.
       ENT-ACHA-FIM.
                EXIT.
      *
      ***********************************************
      *   RESERVA DO PEDIDO (GRAVACAO DO CABECALHO  *
      *   ANTES DOS ITENS, PARA EVITAR PEDIDO       *
      *   DUPLICADO COM ITENS JA LANCADOS)          *
      *   LIMITE DE CREDITO DO CLIENTE              *
      *   EXPOSICAO = PARCELAS EM ABERTO (CADREC)   *
      *   + PEDIDOS AINDA NAO FATURADOS (CADPED)    *
      *   AMBOS LIDOS PELA CHAVE DO CLIENTE         *
      ***********************************************
      *
       CRED-CHK.
                MOVE ZEROS TO W-EXPOSTO
                IF W-TEMREC = "N"
                   GO TO CRED-PED0.
                MOVE CODCLI TO RC-CODCLI
                START CADREC KEY IS EQUAL CHAVE2RC
                      INVALID KEY
                         GO TO CRED-PED0.
       CRED-REC1.
                    AT END
                       GO TO CRED-PED0.
                IF RC-CODCLI NOT = CODCLI
                   GO TO CRED-PED0.
                SUBTRACT RC-VALORPAGO FROM RC-VALOR GIVING W-SALDOREC
                IF W-SALDOREC > ZEROS
                   ADD W-SALDOREC TO W-EXPOSTO.
                GO TO CRED-REC1.
       CRED-PED0.
                MOVE REGPED TO W-REGPEDSAV
                MOVE CPF TO CODCLI
                START CADPED KEY IS EQUAL CHAVE2PD
                      INVALID KEY
                         GO TO CRED-PED2.
       CRED-PED1.
                    AT END
                       GO TO CRED-PED2.
                IF CODCLI NOT = CPF
                   GO TO CRED-PED2.
                IF SITUACAOPEDIDO = "N" OR "S"
                   ADD VALOR TO W-EXPOSTO.
                GO TO CRED-PED1.
                DISPLAY (23, 34) "SENHA:"
                ACCEPT (23, 41) W-SUPSENHA WITH SECURE
                DISPLAY (23, 12) LIMPA
                MOVE "S" TO W-LKSFUN
                MOVE "SGP006  " TO W-LKSPROG
                CALL "SGPD004" USING W-LKSFUN W-SUPCOD W-SUPSENHA
                                     W-LKSPROG W-LKSRET W-LKSPERF
                                     W-LKSMENS W-LKSHASH
                IF W-LKSRET = 8
                   MOVE "N" TO W-CREDOK
                   MOVE "*** CADOPER INDISPONIVEL - BLOQUEADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRED-CHK-FIM.
                IF W-LKSRET NOT = ZEROS
                   MOVE W-LKSMENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRED-SUP.
                IF W-LKSPERF NOT = 3
                   MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CRED-SUP.
       CRED-GRVLOG.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-TIMEHMS FROM TIME
                DISPLAY (23, 34) "SENHA:"
                ACCEPT (23, 41) W-SUPSENHA WITH SECURE
                DISPLAY (23, 12) LIMPA
                MOVE "S" TO W-LKSFUN
                MOVE "SGP006  " TO W-LKSPROG
                CALL "SGPD004" USING W-LKSFUN W-SUPCOD W-SUPSENHA
                                     W-LKSPROG W-LKSRET W-LKSPERF
                                     W-LKSMENS W-LKSHASH
                IF W-LKSRET = 8
                   MOVE "N" TO W-CREDOK
                   MOVE "*** CADOPER INDISPONIVEL - BLOQUEADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COB-CHK-FIM.
                IF W-LKSRET NOT = ZEROS
                   MOVE W-LKSMENS TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COB-SUP.
                IF W-LKSPERF NOT = 3
                   MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COB-SUP.
       COB-GRVLOG.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-TIMEHMS FROM TIME
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                MOVE PEDIDO     TO BK-PEDIDO
                MOVE CODCLI     TO BK-CODCLI
                IF W-SUBLINHA = "S"
                   MOVE W-SUBORIG TO BK-PRODUTO
                ELSE
                   MOVE PRODUTO   TO BK-PRODUTO.
                MOVE W-QTDBACK  TO BK-QTDPEND
                MOVE W-DATAHOJE TO BK-DATA
                MOVE "P"        TO BK-SITUACAO
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADBACK" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "B"        TO SL-ACAO
                MOVE BK-PRODUTO TO SL-PRODUTO
                MOVE ZEROS      TO SL-SUBST
                MOVE W-QTDBACK  TO SL-QUANTIDADE
                IF W-SUBLINHA = "S"
                   COMPUTE SL-VALOR ROUNDED = W-QTDBACK * W-SUBPVORIG
                ELSE
                   COMPUTE SL-VALOR ROUNDED = W-QTDBACK * PRECOVENDA.
                PERFORM GRV-SUBLOG THRU GRV-SUBLOG-FIM.
       GRV-BACK-FIM.
                EXIT.
      *
                MOVE ZEROS TO PRODUTO QUANTIDADE VALORITEM PRECOVENDA
                              W-SALDODEP
                MOVE "01" TO DEPITEM
                MOVE "N" TO W-TEMBACK W-EKIT W-SUBTEM W-SUBLINHA
                            W-SUBPEND
                MOVE PEDIDO TO PEDIDOI
                DISPLAY TELAITEM.
       ITM-002.
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-003.
                PERFORM KIT-CHK THRU KIT-CHK-FIM
                IF W-EKIT = "S"
                   PERFORM KIT-SALDO THRU KIT-SALDO-FIM
                   GO TO ITM-004.
                MOVE DEPITEM TO ES-DEPOSITO
                MOVE PRODUTO TO ES-CODIGO
                READ CADEST
                   MOVE "*** QUANTIDADE DEVE SER INTEIRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004.
                IF QUANTIDADE > W-SALDODEP AND W-EKIT = "S"
                   MOVE "*** SALDO DOS COMPONENTES INSUFICIENTE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004.
                IF QUANTIDADE > W-SALDODEP AND W-BALCAO = "S"
                   MOVE "*** SALDO INSUFICIENTE PARA O BALCAO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004.
                IF QUANTIDADE > W-SALDODEP
                   GO TO SUB-001.
       ITM-005.
                MOVE ZEROS TO W-DESCAPL
                MOVE PRECOVENDA TO W-PRECOFINAL
                PERFORM PRE-NEG THRU PRE-NEG-FIM
                MOVE W-DESCAPL TO W-DESCTIER
                MOVE W-PRECOFINAL TO W-PRECOTIER
                DISPLAY TELAITEM.
      *
      *   DESCONTO NEGOCIADO PELO VENDEDOR: PARTE DO DESCONTO
      *   DO TIER DO CLIENTE E PODE SER ALTERADO. O QUE PASSAR
      *   DO TIER CONTA PARA O LIMITE DO PERFIL (APR-CHK)
      *
       ITM-005A.
                ACCEPT TELADESCAPL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ITM-004.
                COMPUTE W-PRECOFINAL ROUNDED =
                        PRECOVENDA * (100 - W-DESCAPL) / 100.
                IF W-DESCAPL > W-DESCTIER
                   SUBTRACT W-DESCTIER FROM W-DESCAPL
                            GIVING W-DESCEXTRA
                ELSE
                   MOVE ZEROS TO W-DESCEXTRA.
                MULTIPLY PRECOVENDA BY QUANTIDADE
                         GIVING W-VALLISTA ROUNDED.
                MULTIPLY W-PRECOTIER BY QUANTIDADE
                         GIVING W-VALTIER ROUNDED.
                MULTIPLY W-PRECOFINAL BY QUANTIDADE
                         GIVING VAR ROUNDED.
                MOVE VAR TO VALORITEM.
                IF W-EKIT = "S"
                   MOVE W-KITCUSTO TO PRECOCUSTOITEM
                ELSE
                   MOVE PRECOCUSTO TO PRECOCUSTOITEM.
                MULTIPLY PRECOCUSTOITEM BY QUANTIDADE
                         GIVING VAR2 ROUNDED.
                SUBTRACT VAR2 FROM VAR GIVING LUCROITEM.
                SUBTRACT VAR2 FROM VAR GIVING W-LUCROSIG.
                PERFORM CALC-ICMS THRU CALC-ICMS-FIM.
                DISPLAY TELAITEM.
       ITM-OPC.
                        MOVE REGPEDI TO AU-IMAGEMNOV
                        PERFORM GRV-AUD THRU GRV-AUD-FIM
                        ADD VALORITEM TO W-TOTAL
                        ADD W-VALLISTA TO W-TOTLISTA
                        ADD W-VALTIER TO W-TOTTIER
                        ADD W-LUCROSIG TO W-TOTLUCRO
                        IF W-DESCEXTRA > W-DESCMAIOR
                           MOVE W-DESCEXTRA TO W-DESCMAIOR
                        END-IF
                        COMPUTE W-PESOTOT = W-PESOTOT
                                + (QUANTIDADE * PESOUNIT)
                        IF W-EKIT = "S"
                           PERFORM KIT-BAIXA THRU KIT-BAIXA-FIM
                           MOVE "*** ITEM GRAVADO ***" TO MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO ITM-MAIS
                        END-IF
                        MOVE REGPRO TO W-AUDANTP
                        SUBTRACT QUANTIDADE FROM ESTOQUE
                           ON SIZE ERROR
                        MOVE W-AUDANTP TO AU-IMAGEMANT
                        MOVE REGPRO TO AU-IMAGEMNOV
                        PERFORM GRV-AUD THRU GRV-AUD-FIM
                        MOVE PRODUTO TO W-ESTPROD
                        MOVE QUANTIDADE TO W-ESTQTD
                        PERFORM EST-BAIXA THRU EST-BAIXA-FIM
                        MOVE "VE" TO W-MOVTIPO
                        MOVE "S"  TO W-MOVES
                        MOVE QUANTIDADE TO W-MOVQTD
                        MOVE DEPITEM TO W-MOVDEP
                        PERFORM GRV-MOV THRU GRV-MOV-FIM
                        IF W-SUBLINHA = "S"
                           MOVE W-SUBACAO  TO SL-ACAO
                           MOVE W-SUBORIG  TO SL-PRODUTO
                           MOVE PRODUTO    TO SL-SUBST
                           MOVE QUANTIDADE TO SL-QUANTIDADE
                           MOVE VALORITEM  TO SL-VALOR
                           PERFORM GRV-SUBLOG THRU GRV-SUBLOG-FIM
                        END-IF
                        IF W-TEMBACK = "S"
                           PERFORM GRV-BACK THRU GRV-BACK-FIM
                           MOVE "N" TO W-TEMBACK
                        END-IF
                        MOVE "N" TO W-SUBLINHA
                        MOVE "*** ITEM GRAVADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        IF W-SUBPEND = "S"
                           GO TO SUB-LINHA
                        END-IF
                        GO TO ITM-MAIS
                ELSE
                   SUBTRACT 1 FROM W-ITEM
      ***********************************************
      *   TRANSPORTADORA E FRETE DO PEDIDO - O      *
      *   FRETE SAI DA TABELA CADFRETE PELA UF DO   *
      *   ENDERECO DE ENTREGA E PELO PESO TOTAL     *
      *   (ZERO = RETIRADA SEM TRANSPORTADORA)      *
      ***********************************************
      *
       FRT-001.
                IF W-TEMTRP = "N" OR W-BALCAO = "S"
                   GO TO INC-OPC.
                ACCEPT TELATRANSP
                ACCEPT W-ACT FROM ESCAPE KEY
      *
       INC-WR1.
                MOVE W-OPERLOGADO TO ULTOPER OF REGPED
                PERFORM APR-CHK THRU APR-CHK-FIM
      *
      *   VENDA DE BALCAO FORA DA POLITICA COMERCIAL FICA
      *   COMO PEDIDO COMUM AGUARDANDO O SUPERVISOR, SEM
      *   RECEBER O PAGAMENTO
      *
                IF W-BALCAO = "S" AND SITUACAOPEDIDO NOT = "A"
                   GO TO BAL-PAG.
                REWRITE REGPED
                IF ST-ERRO = "00" OR "02"
                        MOVE "CADPED  " TO AU-ARQUIVO
                        MOVE W-AUDANT TO AU-IMAGEMANT
                        MOVE REGPED TO AU-IMAGEMNOV
                        PERFORM GRV-AUD THRU GRV-AUD-FIM
                        PERFORM GRV-APROV THRU GRV-APROV-FIM
                        IF SITUACAOPEDIDO = "A"
                           DISPLAY TELAPEDIDOS
                           MOVE "*** PEDIDO AGUARDA APROVACAO ***"
                                TO MENS
                        ELSE
                           MOVE "*** PEDIDO GRAVADO *** " TO MENS
                        END-IF
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADPED" TO MENS
                GO TO ROT-FIM.
      *
      ***********************************************
      *   FRETE PELA UF DE ENTREGA E PESO TOTAL:    *
      *   USA A PRIMEIRA FAIXA QUE COMPORTA O PESO  *
      *   OU, ACIMA DE TODAS, A ULTIMA FAIXA DA UF  *
      ***********************************************
                MOVE ZEROS TO W-VALFRETE
                IF W-TEMFRT = "N"
                   GO TO FRT-CALC-FIM.
                MOVE W-UFENTR TO FR-UF
                MOVE ZEROS TO FR-FAIXA
                START CADFRETE KEY IS NOT LESS CHAVEF
                      INVALID KEY
                READ CADFRETE NEXT RECORD
                    AT END
                       GO TO FRT-CALC-FIM.
                IF FR-UF NOT = W-UFENTR
                   GO TO FRT-CALC-FIM.
                MOVE FR-VALOR TO W-VALFRETE
                IF W-PESOTOT NOT > FR-PESOMAX
                EXIT.
      *
      ***********************************************
      *   POLITICA COMERCIAL DO PERFIL: O MAIOR     *
      *   DESCONTO DIGITADO ALEM DO TIER NAO PODE   *
      *   PASSAR DE DESCMAXn E A MARGEM DO PEDIDO   *
      *   (LUCRO / VALOR DOS ITENS) NAO PODE FICAR  *
      *   ABAIXO DE MARGMINn. FORA DELA O PEDIDO    *
      *   FICA "A" ATE O SUPERVISOR DECIDIR NO      *
      *   SGP031 - NAO SEPARA NEM FATURA            *
      *   W-APRMOT: D=DESCONTO M=MARGEM B=OS DOIS   *
      ***********************************************
      *
       APR-CHK.
                MOVE SPACES TO W-APRMOT
                MOVE ZEROS TO W-MARGEM
                IF W-TOTAL > ZEROS
                   COMPUTE W-MARGEM ROUNDED =
                           W-TOTLUCRO * 100 / W-TOTAL
                      ON SIZE ERROR
                         MOVE -99999,99 TO W-MARGEM
                   END-COMPUTE.
                IF W-TEMDMAX = "S" AND W-DESCMAIOR > W-DESCMAX
                   MOVE "D" TO W-APRMOT.
                IF W-TEMMMIN = "S" AND W-MARGEM < W-MARGMIN
                   IF W-APRMOT = "D"
                      MOVE "B" TO W-APRMOT
                   ELSE
                      MOVE "M" TO W-APRMOT.
                IF W-APRMOT NOT = SPACES
                   MOVE "A" TO SITUACAOPEDIDO
                   PERFORM SIT-ACHA THRU SIT-ACHA-FIM.
       APR-CHK-FIM.
                EXIT.
      *
      *   TODO PEDIDO GRAVADO DEIXA EM CADAPROV O DESCONTO
      *   E A MARGEM: L=DENTRO DA POLITICA P=PENDENTE. O
      *   SGP031 PASSA PARA A=APROVADO OU R=REJEITADO E O
      *   SGPC033 TOTALIZA O DESCONTO POR OPERADOR NO MES
      *
       GRV-APROV.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-TIMEHMS FROM TIME
                MOVE PEDIDO        TO AP-PEDIDO
                MOVE CODCLI        TO AP-CODCLI
                MOVE W-DATAHOJE    TO AP-DATA
                MOVE W-HORA        TO AP-HORA
                MOVE W-OPERLOGADO  TO AP-OPERADOR
                MOVE W-PERFILOG    TO AP-PERFIL
                MOVE W-TOTLISTA    TO AP-VALORLISTA
                MOVE W-TOTTIER     TO AP-VALORTIER
                MOVE W-TOTAL       TO AP-VALORPED
                MOVE W-TOTLUCRO    TO AP-LUCRO
                MOVE W-DESCMAIOR   TO AP-DESCMAIOR
                MOVE W-MARGEM      TO AP-MARGEM
                MOVE W-DESCMAX     TO AP-DESCLIM
                MOVE W-MARGMIN     TO AP-MARGLIM
                MOVE W-APRMOT      TO AP-MOTIVO
                MOVE SPACES TO AP-SUPERVISOR AP-JUSTIF
                MOVE ZEROS TO AP-DATADEC AP-HORADEC
                IF W-APRMOT = SPACES
                   MOVE "L" TO AP-SITUACAO
                ELSE
                   MOVE "P" TO AP-SITUACAO.
                WRITE REGAPROV
                IF ST-APV = "22"
                   REWRITE REGAPROV.
                IF ST-APV NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAPROV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-APROV-FIM.
                EXIT.
      *
      *   PEDIDO PENDENTE CANCELADO OU EXCLUIDO NO SGP006
      *   SAI DA FILA DO SUPERVISOR COMO REJEITADO, COM A
      *   JUSTIFICATIVA PREPARADA PELO CHAMADOR EM W-APRJUST
      *
       APR-CANC.
                MOVE PEDIDO TO AP-PEDIDO
                READ CADAPROV
                IF ST-APV NOT = "00" OR AP-SITUACAO NOT = "P"
                   GO TO APR-CANC-FIM.
                MOVE REGAPROV TO W-AUDANTP
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-TIMEHMS FROM TIME
                MOVE "R"           TO AP-SITUACAO
                MOVE W-OPERLOGADO  TO AP-SUPERVISOR
                MOVE W-DATAHOJE    TO AP-DATADEC
                MOVE W-HORA        TO AP-HORADEC
                MOVE W-APRJUST     TO AP-JUSTIF
                REWRITE REGAPROV
                IF ST-APV NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADAPROV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-CANC-FIM.
                MOVE "CADAPROV" TO AU-ARQUIVO
                MOVE PEDIDO TO AU-CHAVE
                MOVE "A" TO AU-OPERACAO
                MOVE W-AUDANTP TO AU-IMAGEMANT
                MOVE REGAPROV TO AU-IMAGEMNOV
                PERFORM GRV-AUD THRU GRV-AUD-FIM.
       APR-CANC-FIM.
                EXIT.
      *
      ***********************************************
      *   VENDA DE BALCAO (F4 NO NUMERO DO PEDIDO): *
      *   EXIGE SESSAO DE CAIXA ABERTA PELO         *
      *   OPERADOR NO SGP033. NUMERACAO AUTOMATICA, *
      *   CPF ZERO = CONSUMIDOR FINAL, SEM ANALISE  *
      *   DE CREDITO, ENTREGA HOJE NO BALCAO, SEM   *
      *   FRETE E SEM BACKORDER. O PAGAMENTO VAI    *
      *   PARA O CADPGBAL, O PEDIDO PASSA DIRETO A  *
      *   "F" E A NOTA E EMITIDA PELO SGP009        *
      ***********************************************
      *
       BAL-001.
                PERFORM BAL-SESSAO THRU BAL-SESSAO-FIM
                IF W-SESSAO = ZEROS
                   MOVE "*** ABRA O CAIXA NO SGP033 ANTES DA VENDA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "S" TO W-BALCAO
                MOVE ZEROS TO PEDIDO
                GO TO INC-AUTO.
      *
       BAL-003.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                MOVE W-DATAHOJE TO DATAPEDIDO DATAENTREGA
                MOVE DATAPEDIDO TO W-PERDATA
                PERFORM PER-CHK THRU PER-CHK-FIM
                IF W-PERFECH = "S"
                   MOVE "*** COMPETENCIA CONTABIL FECHADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ZEROS TO CONDPAGTO SEQENTREGA
                MOVE SPACES TO W-DESCCOND
                MOVE "RETIRADA NO BALCAO" TO W-ENDENTR
                DISPLAY TELAPEDIDOS
                GO TO INC-004D.
      *
      *   SESSAO ABERTA DO OPERADOR (CADCAIXA PELA CHAVE
      *   DO OPERADOR) - ZERO QUANDO NAO HA
      *
       BAL-SESSAO.
                MOVE ZEROS TO W-SESSAO
                OPEN INPUT CADCAIXA
                IF ST-CXA NOT = "00"
                   GO TO BAL-SESSAO-FIM.
                MOVE W-OPERLOGADO TO CX-OPERADOR
                START CADCAIXA KEY IS EQUAL CHAVE2CX
                      INVALID KEY
                         GO TO BAL-SESSAO2.
       BAL-SESSAO1.
                READ CADCAIXA NEXT RECORD
                    AT END
                       GO TO BAL-SESSAO2.
                IF CX-OPERADOR NOT = W-OPERLOGADO
                   GO TO BAL-SESSAO2.
                IF CX-SITUACAO NOT = "A"
                   GO TO BAL-SESSAO1.
                MOVE CX-SESSAO TO W-SESSAO.
       BAL-SESSAO2.
                CLOSE CADCAIXA.
       BAL-SESSAO-FIM.
                EXIT.
      *
      ***********************************************
      *   PAGAMENTO DA VENDA DE BALCAO: CARTAO E    *
      *   PIX NAO PASSAM DO TOTAL, O DINHEIRO COBRE *
      *   O QUE FALTA E O EXCEDENTE VOLTA DE TROCO  *
      ***********************************************
      *
       BAL-PAG.
                MOVE ZEROS TO W-PGDIN W-PGDEB W-PGCRE W-PGPIX W-PGPARC
                              W-PGTROCO
                MOVE W-TOTAL TO W-PGFALTA
                DISPLAY TELABALCAO.
       BAL-PAG1.
                ACCEPT TBDEB
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY TELAPEDIDOS
                   GO TO INC-OPC.
       BAL-PAG2.
                ACCEPT TBCRE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BAL-PAG1.
                IF W-PGCRE = ZEROS
                   MOVE ZEROS TO W-PGPARC
                   DISPLAY TBPARC
                   GO TO BAL-PAG4.
                IF W-PGPARC = ZEROS
                   MOVE 1 TO W-PGPARC.
       BAL-PAG3.
                ACCEPT TBPARC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BAL-PAG2.
                IF W-PGPARC = ZEROS OR W-PGPARC > 12
                   MOVE "*** PARCELAS DO CARTAO DE 1 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-PAG3.
       BAL-PAG4.
                ACCEPT TBPIX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BAL-PAG2.
                COMPUTE W-PGELET = W-PGDEB + W-PGCRE + W-PGPIX
                IF W-PGELET > W-TOTAL
                   MOVE "*** CARTAO E PIX PASSAM DO TOTAL DA VENDA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-PAG1.
                SUBTRACT W-PGELET FROM W-TOTAL GIVING W-PGFALTA
                DISPLAY TBFALTA
                IF W-PGFALTA = ZEROS
                   MOVE ZEROS TO W-PGDIN W-PGTROCO
                   DISPLAY TBDIN TBTROCO
                   GO TO BAL-OPC.
       BAL-PAG5.
                ACCEPT TBDIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BAL-PAG4.
                IF W-PGDIN < W-PGFALTA
                   MOVE "*** PAGAMENTO NAO COBRE O TOTAL DA VENDA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-PAG5.
                SUBTRACT W-PGFALTA FROM W-PGDIN GIVING W-PGTROCO
                DISPLAY TBTROCO.
       BAL-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA PAGAMENTO (S/N) : ".
                ACCEPT (23, 67) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO BAL-PAG1.
                IF W-OPCAO = "N" OR "n"
                   GO TO BAL-PAG.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAL-OPC.
      *
      *   PAGAMENTO GRAVADO ANTES DO PEDIDO PASSAR A "F",
      *   PARA O SGP009 JA ENCONTRAR AS FORMAS AO GERAR O
      *   CADREC DA NOTA
      *
       BAL-WR1.
                PERFORM GRV-PGBAL THRU GRV-PGBAL-FIM
                MOVE "F" TO SITUACAOPEDIDO
                PERFORM SIT-ACHA THRU SIT-ACHA-FIM
                REWRITE REGPED
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADPED" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "CADPED  " TO AU-ARQUIVO
                MOVE PEDIDO TO AU-CHAVE
                MOVE "A" TO AU-OPERACAO
                MOVE W-AUDANT TO AU-IMAGEMANT
                MOVE REGPED TO AU-IMAGEMNOV
                PERFORM GRV-AUD THRU GRV-AUD-FIM
                PERFORM GRV-APROV THRU GRV-APROV-FIM
                CALL "SGP009"
                CANCEL "SGP009"
                DISPLAY TELABALCAO
                MOVE "*** VENDA DE BALCAO CONCLUIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *   UM REGISTRO DO CADPGBAL POR FORMA USADA: NO
      *   DINHEIRO O VALOR E O QUE FICA NO CAIXA (RECEBIDO
      *   MENOS TROCO)
      *
       GRV-PGBAL.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-TIMEHMS FROM TIME
                MOVE ZEROS TO W-PGSEQ
                IF W-PGDIN NOT = ZEROS
                   MOVE 1 TO PB-FORMA
                   MOVE W-PGFALTA TO PB-VALOR
                   MOVE W-PGDIN TO PB-RECEBIDO
                   MOVE W-PGTROCO TO PB-TROCO
                   MOVE ZEROS TO PB-PARCELAS
                   PERFORM GRV-PGBAL1 THRU GRV-PGBAL1-FIM.
                IF W-PGDEB NOT = ZEROS
                   MOVE 2 TO PB-FORMA
                   MOVE W-PGDEB TO PB-VALOR PB-RECEBIDO
                   MOVE ZEROS TO PB-TROCO
                   MOVE 1 TO PB-PARCELAS
                   PERFORM GRV-PGBAL1 THRU GRV-PGBAL1-FIM.
                IF W-PGCRE NOT = ZEROS
                   MOVE 3 TO PB-FORMA
                   MOVE W-PGCRE TO PB-VALOR PB-RECEBIDO
                   MOVE ZEROS TO PB-TROCO
                   MOVE W-PGPARC TO PB-PARCELAS
                   PERFORM GRV-PGBAL1 THRU GRV-PGBAL1-FIM.
                IF W-PGPIX NOT = ZEROS
                   MOVE 4 TO PB-FORMA
                   MOVE W-PGPIX TO PB-VALOR PB-RECEBIDO
                   MOVE ZEROS TO PB-TROCO PB-PARCELAS
                   PERFORM GRV-PGBAL1 THRU GRV-PGBAL1-FIM.
       GRV-PGBAL-FIM.
                EXIT.
      *
       GRV-PGBAL1.
                ADD 1 TO W-PGSEQ
                MOVE PEDIDO        TO PB-PEDIDO
                MOVE W-PGSEQ       TO PB-SEQ
                MOVE W-SESSAO      TO PB-SESSAO
                MOVE W-DATAHOJE    TO PB-DATA
                MOVE W-HORA        TO PB-HORA
                MOVE W-OPERLOGADO  TO PB-OPERADOR
                WRITE REGPGBAL
                IF ST-PGB NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPGBAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-PGBAL1-FIM.
                MOVE "CADPGBAL" TO AU-ARQUIVO
                MOVE CHAVEPB TO AU-CHAVE
                MOVE "I" TO AU-OPERACAO
                MOVE SPACES TO AU-IMAGEMANT
                MOVE REGPGBAL TO AU-IMAGEMNOV
                PERFORM GRV-AUD THRU GRV-AUD-FIM.
       GRV-PGBAL1-FIM.
                EXIT.
      *
      ***********************************************
      *   ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO     *
      ***********************************************
      *
                MOVE W-AUDANT TO AU-IMAGEMANT
                MOVE SPACES TO AU-IMAGEMNOV
                PERFORM GRV-AUD THRU GRV-AUD-FIM
                MOVE "PEDIDO EXCLUIDO NO SGP006" TO W-APRJUST
                PERFORM APR-CANC THRU APR-CANC-FIM
                MOVE PEDIDO TO PEDIDOI
                MOVE 1 TO ITEM
                START CADPEDI KEY IS NOT LESS CHAVEI
                   MOVE "*** REGISTRO EXCLUIDO *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM KIT-CHK THRU KIT-CHK-FIM
                IF W-EKIT = "S"
                   MOVE "ES" TO W-MOVTIPO
                   PERFORM KIT-DEVOLVE THRU KIT-DEVOLVE-FIM
                   GO TO EXC-DL3.
                MOVE PRODUTO TO CODGO
                READ CADPRO
                IF ST-ERRO = "00"
                   MOVE W-AUDANTP TO AU-IMAGEMANT
                   MOVE REGPRO TO AU-IMAGEMNOV
                   PERFORM GRV-AUD THRU GRV-AUD-FIM
                   MOVE PRODUTO TO W-ESTPROD
                   MOVE QUANTIDADE TO W-ESTQTD
                   PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
                   MOVE "ES" TO W-MOVTIPO
                   MOVE "E"  TO W-MOVES
                   MOVE DEPITEM TO W-MOVDEP
                   PERFORM GRV-MOV THRU GRV-MOV-FIM
                END-IF.
       EXC-DL3.
                MOVE "CADPEDI " TO AU-ARQUIVO
                MOVE CHAVEI TO AU-CHAVE
                MOVE "E" TO AU-OPERACAO
       SIT-OPC1.
                MOVE TABSITP(IND) TO ALFASITP
                IF W-SITNOVA NOT = ALFASITP1
                   IF IND < 6
                      ADD 1 TO IND
                      GO TO SIT-OPC1
                   ELSE
                      MOVE "*** SITUACAO INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO SIT-OPC.
                IF W-SITNOVA = "N" OR W-SITNOVA = "P" OR W-SITNOVA = "A"
                   MOVE "*** TRANSICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-OPC.
                IF SITUACAOPEDIDO = "A" AND W-SITNOVA NOT = "C"
                   MOVE "*** PEDIDO AGUARDA APROVACAO DO SUPERVISOR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-OPC.
                IF SITUACAOPEDIDO = "N" AND W-SITNOVA NOT = "S"
                                       AND W-SITNOVA NOT = "C"
                   MOVE "*** TRANSICAO INVALIDA ***" TO MENS
                    IF W-SITNOVA = "C"
                       PERFORM CANC-DEV THRU CANC-DEV-FIM
                       PERFORM GRV-CANC THRU GRV-CANC-FIM
                       MOVE "PEDIDO CANCELADO NO SGP006" TO W-APRJUST
                       PERFORM APR-CANC THRU APR-CANC-FIM
                    END-IF
                    DISPLAY TELAPEDIDOS
                    MOVE "*** SITUACAO ALTERADA ***" TO MENS
      *
       EST-BAIXA.
                MOVE DEPITEM TO ES-DEPOSITO
                MOVE W-ESTPROD TO ES-CODIGO
                READ CADEST
                IF ST-EST NOT = "00"
                   MOVE "*** SALDO DO DEPOSITO NAO ACHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EST-BAIXA-FIM.
                SUBTRACT W-ESTQTD FROM ES-SALDO
                MOVE W-OPERLOGADO TO ES-ULTOPER
                REWRITE REGEST
                IF ST-EST NOT = "00" AND "02"
      *
       EST-DEVOLVE.
                MOVE DEPITEM TO ES-DEPOSITO
                MOVE W-ESTPROD TO ES-CODIGO
                READ CADEST
                IF ST-EST = "00"
                   ADD W-ESTQTD TO ES-SALDO
                   MOVE W-OPERLOGADO TO ES-ULTOPER
                   REWRITE REGEST
                   IF ST-EST NOT = "00" AND "02"
                   END-IF
                ELSE
                   MOVE DEPITEM TO ES-DEPOSITO
                   MOVE W-ESTPROD TO ES-CODIGO
                   MOVE W-ESTQTD TO ES-SALDO
                   MOVE W-OPERLOGADO TO ES-ULTOPER
                   WRITE REGEST
                   IF ST-EST NOT = "00" AND "02"
                       GO TO CANC-DEV-FIM.
                IF PEDIDOI NOT = PEDIDO
                   GO TO CANC-DEV-FIM.
                PERFORM SER-LIBERA THRU SER-LIBERA-FIM
                PERFORM KIT-CHK THRU KIT-CHK-FIM
                IF W-EKIT = "S"
                   MOVE "CA" TO W-MOVTIPO
                   PERFORM KIT-DEVOLVE THRU KIT-DEVOLVE-FIM
                   GO TO CANC-DEV1.
                MOVE PRODUTO TO CODGO
                READ CADPRO
                IF ST-ERRO = "00"
                   MOVE W-AUDANTP TO AU-IMAGEMANT
                   MOVE REGPRO TO AU-IMAGEMNOV
                   PERFORM GRV-AUD THRU GRV-AUD-FIM
                   MOVE PRODUTO TO W-ESTPROD
                   MOVE QUANTIDADE TO W-ESTQTD
                   PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
                   MOVE "CA" TO W-MOVTIPO
                   MOVE "E"  TO W-MOVES
                GO TO CANC-DEV1.
       CANC-DEV-FIM.
                EXIT.
      *
      *   NUMEROS DE SERIE RESERVADOS NO ROMANEIO (SGP017)
      *   PARA O ITEM DO PEDIDO CANCELADO VOLTAM AO ESTOQUE
      *
       SER-LIBERA.
                IF W-TEMSER = "N"
                   GO TO SER-LIBERA-FIM.
                MOVE PRODUTO TO SR-CODIGO
                MOVE SPACES  TO SR-SERIE
                START CADSERIE KEY IS NOT LESS CHAVESR
                      INVALID KEY
                         GO TO SER-LIBERA-FIM.
       SER-LIBERA1.
                READ CADSERIE NEXT RECORD
                    AT END
                       GO TO SER-LIBERA-FIM.
                IF SR-CODIGO NOT = PRODUTO
                   GO TO SER-LIBERA-FIM.
                IF SR-SITUACAO NOT = "R" OR SR-PEDIDO NOT = PEDIDO
                   GO TO SER-LIBERA1.
                MOVE "E" TO SR-SITUACAO
                MOVE ZEROS TO SR-PEDIDO SR-ITEM
                MOVE "SGP006  " TO SR-ULTOPER
                REWRITE REGSERIE
                IF ST-SER NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADSERIE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SER-LIBERA-FIM.
                GO TO SER-LIBERA1.
       SER-LIBERA-FIM.
                EXIT.
      *
      ***********************************************
      *   KIT (PRODUTO COMPOSTO - CADKIT): O SALDO, *
      *   O CUSTO E AS BAIXAS/DEVOLUCOES DE ESTOQUE *
      *   SAO FEITOS NOS COMPONENTES. O ITEM DO     *
      *   PEDIDO CONTINUA SENDO O PROPRIO KIT       *
      ***********************************************
      *
       KIT-CHK.
                MOVE "N" TO W-EKIT
                IF W-TEMKIT = "N"
                   GO TO KIT-CHK-FIM.
                MOVE PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-CHK-FIM.
                READ CADKIT NEXT
                IF ST-KIT = "00" AND KT-KIT = PRODUTO
                   MOVE "S" TO W-EKIT.
       KIT-CHK-FIM.
                EXIT.
      *
      *   SALDO DO KIT NO DEPOSITO = MENOR QUOCIENTE ENTRE
      *   O SALDO DE CADA COMPONENTE E A QTDE POR KIT.
      *   O CUSTO DO KIT E A SOMA DO CUSTO DOS COMPONENTES
      *
       KIT-SALDO.
                MOVE REGPRO TO W-REGKIT
                MOVE 999999 TO W-SALDODEP
                MOVE ZEROS TO W-KITCUSTO
                MOVE PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-SALDO2.
       KIT-SALDO1.
                READ CADKIT NEXT
                IF ST-KIT NOT = "00" OR KT-KIT NOT = PRODUTO
                   GO TO KIT-SALDO2.
                MOVE DEPITEM TO ES-DEPOSITO
                MOVE KT-COMPON TO ES-CODIGO
                READ CADEST
                IF ST-EST = "00"
                   DIVIDE ES-SALDO BY KT-QTDCOMP GIVING W-KITDISP
                ELSE
                   MOVE ZEROS TO W-KITDISP.
                IF W-KITDISP < W-SALDODEP
                   MOVE W-KITDISP TO W-SALDODEP.
                MOVE KT-COMPON TO CODGO
                READ CADPRO
                IF ST-ERRO = "00"
                   COMPUTE W-KITCUSTO = W-KITCUSTO
                           + (PRECOCUSTO * KT-QTDCOMP).
                GO TO KIT-SALDO1.
       KIT-SALDO2.
                IF W-SALDODEP = 999999
                   MOVE ZEROS TO W-SALDODEP.
                MOVE W-REGKIT TO REGPRO.
       KIT-SALDO-FIM.
                EXIT.
      *
      *   BAIXA DOS COMPONENTES NA VENDA DO KIT
      *
       KIT-BAIXA.
                MOVE PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-BAIXA-FIM.
       KIT-BAIXA1.
                READ CADKIT NEXT
                IF ST-KIT NOT = "00" OR KT-KIT NOT = PRODUTO
                   GO TO KIT-BAIXA-FIM.
                MOVE KT-COMPON TO CODGO W-ESTPROD
                COMPUTE W-ESTQTD = QUANTIDADE * KT-QTDCOMP
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   MOVE "*** COMPONENTE DO KIT NAO CADASTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO KIT-BAIXA1.
                MOVE REGPRO TO W-AUDANTP
                SUBTRACT W-ESTQTD FROM ESTOQUE
                   ON SIZE ERROR
                      MOVE ZEROS TO ESTOQUE
                END-SUBTRACT
                REWRITE REGPRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "CADPRO  " TO AU-ARQUIVO
                MOVE CODGO TO AU-CHAVE
                MOVE "A" TO AU-OPERACAO
                MOVE W-AUDANTP TO AU-IMAGEMANT
                MOVE REGPRO TO AU-IMAGEMNOV
                PERFORM GRV-AUD THRU GRV-AUD-FIM
                PERFORM EST-BAIXA THRU EST-BAIXA-FIM
                MOVE "VE" TO W-MOVTIPO
                MOVE "S"  TO W-MOVES
                MOVE W-ESTQTD TO W-MOVQTD
                MOVE DEPITEM TO W-MOVDEP
                PERFORM GRV-MOV THRU GRV-MOV-FIM
                GO TO KIT-BAIXA1.
       KIT-BAIXA-FIM.
                EXIT.
      *
      *   DEVOLUCAO DOS COMPONENTES (EXCLUSAO E CANCELAMENTO
      *   DO PEDIDO) - CHAMADOR PREPARA W-MOVTIPO
      *
       KIT-DEVOLVE.
                MOVE PRODUTO TO KT-KIT
                MOVE ZEROS TO KT-COMPON
                START CADKIT KEY IS NOT LESS CHAVEK
                      INVALID KEY
                         GO TO KIT-DEVOLVE-FIM.
       KIT-DEVOLVE1.
                READ CADKIT NEXT
                IF ST-KIT NOT = "00" OR KT-KIT NOT = PRODUTO
                   GO TO KIT-DEVOLVE-FIM.
                MOVE KT-COMPON TO CODGO W-ESTPROD
                COMPUTE W-ESTQTD = QUANTIDADE * KT-QTDCOMP
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   GO TO KIT-DEVOLVE1.
                MOVE REGPRO TO W-AUDANTP
                ADD W-ESTQTD TO ESTOQUE
                REWRITE REGPRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "CADPRO  " TO AU-ARQUIVO
                MOVE CODGO TO AU-CHAVE
                MOVE "A" TO AU-OPERACAO
                MOVE W-AUDANTP TO AU-IMAGEMANT
                MOVE REGPRO TO AU-IMAGEMNOV
                PERFORM GRV-AUD THRU GRV-AUD-FIM
                PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
                MOVE "E"  TO W-MOVES
                MOVE W-ESTQTD TO W-MOVQTD
                MOVE DEPITEM TO W-MOVDEP
                PERFORM GRV-MOV THRU GRV-MOV-FIM
                GO TO KIT-DEVOLVE1.
       KIT-DEVOLVE-FIM.
                EXIT.
      *
      ***********************************************
      *   PRODUTOS SUBSTITUTOS - QUANDO O DEPOSITO  *
      *   NAO TEM SALDO, OFERECE OS EQUIVALENTES    *
      *   DE CADSUBS QUE TEM SALDO, COM O PRECO DO  *
      *   TIER DO CLIENTE. O OPERADOR TROCA O ITEM, *
      *   DIVIDE ENTRE ORIGINAL E SUBSTITUTO OU     *
      *   GERA BACKORDER. TUDO VAI PARA SUBSLOG.    *
      ***********************************************
      *
       SUB-001.
                MOVE "N" TO W-SUBTEM
                IF W-TEMSUB = "N"
                   GO TO BCK-001.
                MOVE PRECOVENDA TO W-SUBPVORIG
                PERFORM SUB-LISTA THRU SUB-LISTA-FIM
                IF W-NSUB = ZEROS
                   GO TO BCK-001.
                MOVE "S" TO W-SUBTEM.
       SUB-002.
                MOVE "B" TO W-SUBOPC
                DISPLAY (23, 12)
                    "SEM SALDO: T=TROCA D=DIVIDE B=BACKORDER :"
                ACCEPT (23, 54) W-SUBOPC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 02
                   DISPLAY TELAITEM
                   GO TO ITM-004.
                IF W-SUBOPC = "B" OR "b"
                   DISPLAY TELAITEM
                   GO TO BCK-001.
                IF W-SUBOPC NOT = "T" AND "t" AND "D" AND "d"
                   MOVE "*** DIGITE APENAS T, D OU B ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-002.
       SUB-003.
                MOVE 1 TO W-SUBNUM
                DISPLAY (23, 12) "NUMERO DO SUBSTITUTO :"
                ACCEPT (23, 35) W-SUBNUM WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 02
                   GO TO SUB-002.
                IF W-SUBNUM = ZEROS OR W-SUBNUM > W-NSUB
                   MOVE "*** SUBSTITUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-003.
                MOVE PRODUTO TO W-SUBORIG
                MOVE TS-CODIGO (W-SUBNUM) TO W-SUBCOD
                MOVE TS-SALDO (W-SUBNUM)  TO W-SUBSALDO
                IF W-SUBOPC = "D" OR "d"
                   GO TO SUB-DIV.
      *
      *   TROCA: A LINHA INTEIRA PASSA PARA O SUBSTITUTO
      *
       SUB-TROCA.
                IF W-SUBSALDO < QUANTIDADE
                   MOVE "*** SALDO DO SUBSTITUTO INSUFICIENTE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SUB-002.
                MOVE W-SUBCOD TO PRODUTO CODGO
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-SUBSALDO TO W-SALDODEP
                MOVE "T" TO W-SUBACAO
                MOVE "S" TO W-SUBLINHA
                DISPLAY TELAITEM
                GO TO ITM-005.
      *
      *   DIVIDE: O ORIGINAL FICA COM O SALDO DO DEPOSITO,
      *   O SUBSTITUTO COM O QUE FALTA (ATE O SEU SALDO)
      *   E O RESTO, SE HOUVER, VAI PARA BACKORDER
      *
       SUB-DIV.
                SUBTRACT W-SALDODEP FROM QUANTIDADE GIVING W-QTDBACK
                IF W-QTDBACK > W-SUBSALDO
                   MOVE W-SUBSALDO TO W-SUBQTD
                ELSE
                   MOVE W-QTDBACK TO W-SUBQTD.
                SUBTRACT W-SUBQTD FROM W-QTDBACK
                IF W-QTDBACK > ZEROS
                   MOVE "S" TO W-TEMBACK.
                IF W-SALDODEP = ZEROS
                   GO TO SUB-LINHA.
                MOVE W-SALDODEP TO QUANTIDADE
                MOVE "S" TO W-SUBPEND
                MOVE "*** ITEM SERA DIVIDIDO COM O SUBSTITUTO ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY TELAITEM
                GO TO ITM-005.
       SUB-LINHA.
                MOVE W-SUBCOD TO PRODUTO CODGO
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADPRO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-SUBQTD TO QUANTIDADE
                MOVE W-SUBSALDO TO W-SALDODEP
                MOVE "N" TO W-SUBPEND
                MOVE "D" TO W-SUBACAO
                MOVE "S" TO W-SUBLINHA
                MOVE "*** LINHA DO PRODUTO SUBSTITUTO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY TELAITEM
                GO TO ITM-005.
      *
      *   LISTA ATE 5 SUBSTITUTOS, NA ORDEM DE PRIORIDADE,
      *   QUE TEM SALDO NO DEPOSITO DO ITEM (KITS NAO)
      *
       SUB-LISTA.
                MOVE ZEROS TO W-NSUB
                MOVE REGPRO TO W-REGSUB
                MOVE PRODUTO TO W-SUBORIG SB-CODIGO
                MOVE ZEROS TO SB-PRIOR
                START CADSUBS KEY IS NOT LESS CHAVESB
                      INVALID KEY
                         GO TO SUB-LISTA2.
       SUB-LISTA1.
                READ CADSUBS NEXT
                IF ST-SBS NOT = "00" OR SB-CODIGO NOT = W-SUBORIG
                   GO TO SUB-LISTA2.
                IF W-NSUB = 5
                   GO TO SUB-LISTA2.
                MOVE DEPITEM  TO ES-DEPOSITO
                MOVE SB-SUBST TO ES-CODIGO
                READ CADEST
                IF ST-EST NOT = "00" OR ES-SALDO = ZEROS
                   GO TO SUB-LISTA1.
                MOVE SB-SUBST TO CODGO PRODUTO
                READ CADPRO
                IF ST-ERRO NOT = "00"
                   GO TO SUB-LISTA1.
                PERFORM KIT-CHK THRU KIT-CHK-FIM
                IF W-EKIT = "S"
                   MOVE "N" TO W-EKIT
                   GO TO SUB-LISTA1.
                ADD 1 TO W-NSUB
                MOVE SB-SUBST TO TS-CODIGO (W-NSUB)
                MOVE ES-SALDO TO TS-SALDO (W-NSUB)
                MOVE ZEROS TO W-DESCAPL
                MOVE PRECOVENDA TO W-PRECOFINAL
                PERFORM PRE-NEG THRU PRE-NEG-FIM
                MOVE W-PRECOFINAL TO TS-PRECO (W-NSUB)
                MOVE W-NSUB     TO SS-NUM
                MOVE SB-SUBST   TO SS-CODIGO
                MOVE DESCRICAO  TO SS-DESCRICAO
                MOVE ES-SALDO   TO SS-SALDO
                MOVE W-PRECOFINAL TO SS-PRECO
                COMPUTE W-SUBLIN = 8 + W-NSUB
                DISPLAY (W-SUBLIN, 32) W-SUBDET
                GO TO SUB-LISTA1.
       SUB-LISTA2.
                MOVE W-SUBORIG TO PRODUTO
                MOVE W-REGSUB TO REGPRO
                IF W-NSUB > ZEROS
                   DISPLAY (08, 32)
                       "SUBSTITUTOS COM SALDO NO DEPOSITO:".
       SUB-LISTA-FIM.
                EXIT.
      *
      *   REGISTRO DE TROCAS E BACKORDERS EM SUBSLOG
      *   (SL-ACAO, PRODUTOS, QTDE E VALOR VEM PRONTOS)
      *
       GRV-SUBLOG.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                ACCEPT W-TIMEHMS FROM TIME
                MOVE W-DATAHOJE   TO SL-DATA
                MOVE W-HORA       TO SL-HORA
                MOVE PEDIDO       TO SL-PEDIDO
                MOVE W-ITEM       TO SL-ITEM
                MOVE CODCLI       TO SL-CODCLI
                MOVE W-SUBTEM     TO SL-TINHASUB
                MOVE DEPITEM      TO SL-DEPOSITO
                MOVE W-OPERLOGADO TO SL-OPERADOR
                WRITE REGSUBSLOG
                IF ST-SLG NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO SUBSLOG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       GRV-SUBLOG-FIM.
                EXIT.
      *
       GRV-CANC.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
       SIT-ACHA1.
                MOVE TABSITP(IND) TO ALFASITP
                IF SITUACAOPEDIDO NOT = ALFASITP1
                   IF IND < 6
                      ADD 1 TO IND
                      GO TO SIT-ACHA1
                   ELSE
