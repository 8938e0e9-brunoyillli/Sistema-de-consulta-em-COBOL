       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP031.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  APROVACAO DE PEDIDOS FORA DA POLITICA COMERCIAL   *
      *  LISTA OS PEDIDOS "A" (AGUARDANDO APROVACAO) QUE O *
      *  SGP006 GRAVOU EM CADAPROV COM DESCONTO ACIMA DO   *
      *  DESCMAXn OU MARGEM ABAIXO DO MARGMINn DO PERFIL   *
      *  DO OPERADOR (CADPARM), COM CLIENTE, DESCONTO,     *
      *  MARGEM E OPERADOR. O SUPERVISOR APROVA (O PEDIDO  *
      *  VOLTA A "N" E SEGUE PARA SEPARACAO) OU REJEITA    *
      *  (O PEDIDO E CANCELADO COM MOTIVO DO CADMOT E O    *
      *  ESTOQUE DOS ITENS VOLTA, COMO NO SGP006), SEMPRE  *
      *  COM JUSTIFICATIVA. TUDO VAI PARA A AUDITORIA.     *
      *  FUNCAO DO SUPERVISOR (PERFIL 3)                   *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAPROV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AP-PEDIDO
                    FILE STATUS IS ST-APV
                    ALTERNATE RECORD KEY IS CHAVE2AP = AP-SITUACAO
                                                      WITH DUPLICATES.
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
                    FILE STATUS IS ST-PEI.
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
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
           SELECT CADMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MT-CODIGO
                    FILE STATUS IS ST-MOT.
           SELECT CADPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PE-COMPET
                    FILE STATUS IS ST-PER.
           SELECT MOVEST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-MOV.
           SELECT CADCANC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-CNC.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
           SELECT CADAUD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-AUD.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
       FD CADMOT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADMOT.DAT".
       01 REGMOT.
                03 MT-CODIGO        PIC 9(02).
                03 MT-DESCRICAO     PIC X(30).
       FD CADPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPER.DAT".
       01 REGPER.
                03 PE-COMPET        PIC 9(06).
                03 PE-SITUACAO      PIC X(01).
                03 PE-DATAFECH      PIC 9(08).
                03 PE-OPERFECH      PIC X(08).
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
       FD CADCANC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCANC.DAT".
       01 REGCANC.
                03 CC-PEDIDO        PIC 9(05).
                03 CC-DATA          PIC 9(08).
                03 CC-HORA          PIC 9(06).
                03 CC-MOTIVO        PIC 9(02).
                03 CC-OPERADOR      PIC X(08).
       FD CADOPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 CODOPER          PIC X(08).
                03 SENHA            PIC X(08).
                03 NOMEOPER         PIC X(30).
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
       FD CADAUD
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADAUD.DAT".
       01 REGAUD.
                03 AU-ARQUIVO       PIC X(08).
                03 AU-CHAVE         PIC X(11).
                03 AU-OPERACAO      PIC X(01).
                03 AU-DATA          PIC 9(08).
                03 AU-HORA          PIC 9(06).
                03 AU-OPERADOR      PIC X(08).
                03 AU-IMAGEMANT     PIC X(250).
                03 AU-IMAGEMNOV     PIC X(250).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 ST-APV          PIC X(02) VALUE "00".
       77 ST-PED          PIC X(02) VALUE "00".
       77 ST-PEI          PIC X(02) VALUE "00".
       77 ST-CLI          PIC X(02) VALUE "00".
       77 ST-PRO          PIC X(02) VALUE "00".
       77 ST-EST          PIC X(02) VALUE "00".
       77 ST-KIT          PIC X(02) VALUE "00".
       77 ST-MOT          PIC X(02) VALUE "00".
       77 ST-PER          PIC X(02) VALUE "00".
       77 ST-MOV          PIC X(02) VALUE "00".
       77 ST-CNC          PIC X(02) VALUE "00".
       77 ST-OPER         PIC X(02) VALUE "00".
       77 ST-AUD          PIC X(02) VALUE "00".
       77 W-TEMKIT        PIC X(01) VALUE "N".
       77 W-TEMMOT        PIC X(01) VALUE "N".
       77 W-TEMPER        PIC X(01) VALUE "N".
       77 W-PERFECH       PIC X(01) VALUE "N".
       77 W-EKIT          PIC X(01) VALUE "N".
       77 W-TEMMAIS       PIC X(01) VALUE "N".
       77 W-NLIN          PIC 9(02) VALUE ZEROS.
       77 W-APLIN         PIC 9(02) VALUE ZEROS.
       77 W-LIDOS         PIC 9(05) VALUE ZEROS.
       77 W-PULA          PIC 9(05) VALUE ZEROS.
       77 W-MOVTIPO       PIC X(02) VALUE SPACES.
       77 W-MOVES         PIC X(01) VALUE SPACES.
       77 W-MOVDEP        PIC X(02) VALUE SPACES.
       77 W-MOTCANC       PIC 9(02) VALUE ZEROS.
       01 W-PEDSEL        PIC 9(05) VALUE ZEROS.
       01 W-JUSTIF        PIC X(40) VALUE SPACES.
       01 W-DESCMOT       PIC X(30) VALUE SPACES.
       01 W-MOVQTD        PIC 9(05)V99 VALUE ZEROS.
       01 W-ESTPROD       PIC 9(05) VALUE ZEROS.
       01 W-ESTQTD        PIC 9(05)V99 VALUE ZEROS.
       01 W-AUDANT        PIC X(250) VALUE SPACES.
       01 W-AUDANTA       PIC X(250) VALUE SPACES.
       01 W-AUDANTP       PIC X(250) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-PERDATA       PIC 9(08) VALUE ZEROS.
       01 W-PERDATA-DEC REDEFINES W-PERDATA.
          03 W-PERCOMPET  PIC 9(06).
          03 W-PERDIA     PIC 9(02).
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
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
       77 W-LKREG         PIC X(11) VALUE SPACES.
       77 W-LKREGSAV      PIC X(11) VALUE SPACES.
       77 W-LKRET         PIC 9(01) VALUE ZEROS.
       77 W-LKDONO        PIC X(08) VALUE SPACES.
       77 W-TRAVADO       PIC X(01) VALUE "N".
      *
      *   LINHA DA LISTA DE PENDENTES (LINHAS 05 A 14)
      *
       01 W-APDET.
          03 AD-PEDIDO    PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-NOME      PIC X(20).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-VALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-DESC      PIC Z9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-VALDESC   PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-MARGEM    PIC -ZZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-OPER      PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 AD-MOT       PIC X(01).
      *
      *   DETALHE DO PEDIDO ESCOLHIDO (LINHAS 17 A 19)
      *
       01 W-DETL1.
          03 FILLER       PIC X(09) VALUE "CLIENTE: ".
          03 DL1-CPF      PIC 9(11).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DL1-NOME     PIC X(40).
          03 FILLER       PIC X(08) VALUE "  DATA: ".
          03 DL1-DATA     PIC 9(08).
       01 W-DETL2.
          03 FILLER       PIC X(14) VALUE "DIGITADO POR: ".
          03 DL2-OPER     PIC X(08).
          03 FILLER       PIC X(08) VALUE " PERFIL ".
          03 DL2-PERF     PIC 9(01).
          03 FILLER       PIC X(10) VALUE "  TABELA: ".
          03 DL2-LISTA    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(10) VALUE "  PEDIDO: ".
          03 DL2-PED      PIC ZZ.ZZZ.ZZ9,99.
       01 W-DETL3.
          03 FILLER       PIC X(16) VALUE "DESC.ALEM TIER: ".
          03 DL3-DESC     PIC Z9,99.
          03 FILLER       PIC X(06) VALUE "% LIM ".
          03 DL3-DLIM     PIC ZZ9,99.
          03 FILLER       PIC X(10) VALUE "  MARGEM: ".
          03 DL3-MARG     PIC -ZZZZ9,99.
          03 FILLER       PIC X(06) VALUE "% LIM ".
          03 DL3-MLIM     PIC ZZ9,99.
          03 FILLER       PIC X(03) VALUE "  (".
          03 DL3-MOT      PIC X(08).
          03 FILLER       PIC X(01) VALUE ")".
      *
       SCREEN SECTION.
        01  TELALOGIN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    IDENTIFICACAO DO OPERADOR".
           05  LINE 09  COLUMN 01
               VALUE  "      CODIGO DO OPERADOR".
           05  LINE 11  COLUMN 01
               VALUE  "      SENHA".
           05  TCODOPERLOG
               LINE 09  COLUMN 28  PIC X(08)
               USING  W-OPERLOGADO
               HIGHLIGHT.
           05  TSENHALOG
               LINE 11  COLUMN 28  PIC X(08)
               USING  W-SENHALOG
               SECURE
               HIGHLIGHT.
      *
        01  TELAAPR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "        APROVACAO DE PEDIDOS FORA DA POLITI".
           05  LINE 02  COLUMN 44
               VALUE  "CA COMERCIAL".
           05  LINE 04  COLUMN 01
               VALUE  "PEDID CLIENTE                 VALOR ITENS".
           05  LINE 04  COLUMN 42
               VALUE  " DESC%   DESC.VALOR MARGEM% OPERADOR M".
           05  LINE 16  COLUMN 01
               VALUE  "PEDIDO:".
           05  TPEDSEL
               LINE 16  COLUMN 09  PIC 9(05)
               USING  W-PEDSEL
               HIGHLIGHT.
           05  LINE 20  COLUMN 01
               VALUE  "MOTIVO CANC.:".
           05  TMOTCANC
               LINE 20  COLUMN 15  PIC 9(02)
               USING  W-MOTCANC
               HIGHLIGHT.
           05  TDESCMOT
               LINE 20  COLUMN 18  PIC X(30)
               USING  W-DESCMOT
               HIGHLIGHT.
           05  LINE 21  COLUMN 01
               VALUE  "JUSTIFICATIVA:".
           05  TJUSTIF
               LINE 21  COLUMN 16  PIC X(40)
               USING  W-JUSTIF
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO OPERADOR (PERFIL 3)      *
      ***********************************************
      *
       LOGIN-OP0.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              MOVE "SEMLOGIN" TO W-OPERLOGADO
              GO TO INC-OP0.
       LOGIN-001.
           MOVE SPACES TO W-OPERLOGADO W-SENHALOG
           DISPLAY TELALOGIN.
       LOGIN-002.
           ACCEPT TCODOPERLOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADOPER
              GO TO ROT-FIM.
       LOGIN-003.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP031  " TO W-LKSPROG
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
           IF W-PERFILOG < 3
              MOVE "*** FUNCAO NAO PERMITIDA PARA O PERFIL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0.
           OPEN I-O CADAPROV
           IF ST-APV NOT = "00"
              IF ST-APV = "30" OR "35"
                    MOVE "*** NENHUM PEDIDO PARA APROVACAO AINDA ***"
                                                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADAPROV" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
           OPEN I-O CADPED
           IF ST-PED NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAPROV
              GO TO ROT-FIM.
           OPEN INPUT CADPEDI
           IF ST-PEI NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAPROV CADPED
              GO TO ROT-FIM.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "**ARQUIVO CADCLI NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAPROV CADPED CADPEDI
              GO TO ROT-FIM.
           OPEN I-O CADPRO
           IF ST-PRO NOT = "00"
              MOVE "**ARQUIVO CADPRO NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADAPROV CADPED CADPEDI CADCLI
              GO TO ROT-FIM.
       INC-OPE0.
           OPEN I-O CADEST
           IF ST-EST NOT = "00"
              IF ST-EST = "30" OR "35"
                    OPEN OUTPUT CADEST
                    CLOSE CADEST
                    GO TO INC-OPE0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADEST" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADAPROV CADPED CADPEDI CADCLI CADPRO
                    GO TO ROT-FIM.
       INC-OPM0.
           OPEN EXTEND MOVEST
           IF ST-MOV NOT = "00"
              IF ST-MOV = "30" OR "35"
                    OPEN OUTPUT MOVEST
                    CLOSE MOVEST
                    GO TO INC-OPM0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO MOVEST" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADAPROV CADPED CADPEDI CADCLI CADPRO CADEST
                    GO TO ROT-FIM.
       INC-OPN1.
           OPEN EXTEND CADCANC
           IF ST-CNC NOT = "00"
              IF ST-CNC = "30" OR "35"
                    OPEN OUTPUT CADCANC
                    CLOSE CADCANC
                    GO TO INC-OPN1
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCANC" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADAPROV CADPED CADPEDI CADCLI CADPRO CADEST
                          MOVEST
                    GO TO ROT-FIM.
       INC-OPA0.
           OPEN EXTEND CADAUD
           IF ST-AUD NOT = "00"
              IF ST-AUD = "30" OR "35"
                    OPEN OUTPUT CADAUD
                    CLOSE CADAUD
                    GO TO INC-OPA0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUD" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADAPROV CADPED CADPEDI CADCLI CADPRO CADEST
                          MOVEST CADCANC
                    GO TO ROT-FIM.
       INC-OPK0.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-OPN0.
           MOVE "S" TO W-TEMMOT
           OPEN INPUT CADMOT
           IF ST-MOT NOT = "00"
              MOVE "N" TO W-TEMMOT.
       INC-OPE1.
           MOVE "S" TO W-TEMPER
           OPEN INPUT CADPER
           IF ST-PER NOT = "00"
              MOVE "N" TO W-TEMPER.
           MOVE ZEROS TO W-PULA.
      *
      ***********************************************
      *   LISTA DOS PENDENTES, 10 POR TELA, NA      *
      *   ORDEM EM QUE ENTRARAM NA FILA. SO VALE O  *
      *   REGISTRO "P" CUJO PEDIDO AINDA ESTA "A"   *
      ***********************************************
      *
       LST-000.
           PERFORM REG-LIBERA THRU REG-LIBERA-FIM
           MOVE ZEROS TO W-NLIN W-LIDOS W-PEDSEL W-MOTCANC
           MOVE SPACES TO W-JUSTIF W-DESCMOT
           MOVE "N" TO W-TEMMAIS
           DISPLAY TELAAPR
           MOVE "P" TO AP-SITUACAO
           START CADAPROV KEY IS NOT LESS CHAVE2AP
                 INVALID KEY
                    GO TO LST-FIM.
       LST-001.
           READ CADAPROV NEXT RECORD
               AT END
                  GO TO LST-FIM.
           IF AP-SITUACAO NOT = "P"
              GO TO LST-FIM.
           MOVE AP-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-PED NOT = "00" OR SITUACAOPEDIDO NOT = "A"
              GO TO LST-001.
           ADD 1 TO W-LIDOS
           IF W-LIDOS NOT > W-PULA
              GO TO LST-001.
           IF W-NLIN = 10
              MOVE "S" TO W-TEMMAIS
              GO TO LST-FIM.
           ADD 1 TO W-NLIN
           MOVE AP-CODCLI TO CPF
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO NOME.
           MOVE AP-PEDIDO    TO AD-PEDIDO
           MOVE NOME         TO AD-NOME
           MOVE AP-VALORPED  TO AD-VALOR
           MOVE AP-DESCMAIOR TO AD-DESC
           COMPUTE AD-VALDESC = AP-VALORLISTA - AP-VALORPED
           MOVE AP-MARGEM    TO AD-MARGEM
           MOVE AP-OPERADOR  TO AD-OPER
           MOVE AP-MOTIVO    TO AD-MOT
           COMPUTE W-APLIN = 4 + W-NLIN
           DISPLAY (W-APLIN, 01) W-APDET
           GO TO LST-001.
       LST-FIM.
           IF W-NLIN = ZEROS
              IF W-PULA = ZEROS
                 MOVE "*** NENHUM PEDIDO AGUARDANDO APROVACAO ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE ZEROS TO W-PULA
                 GO TO LST-000.
      *
      ***********************************************
      *   ESCOLHA DO PEDIDO                         *
      ***********************************************
      *
       SEL-001.
           DISPLAY (23, 12) "F1=SAIR  F2=PROXIMA TELA  OU INFORME O"
                            " PEDIDO"
           ACCEPT TPEDSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 02
              GO TO SAI-001.
           IF W-ACT = 03
              IF W-TEMMAIS = "S"
                 ADD 10 TO W-PULA
                 GO TO LST-000
              ELSE
                 MOVE ZEROS TO W-PULA
                 GO TO LST-000.
           IF W-PEDSEL = ZEROS
              GO TO SEL-001.
           MOVE W-PEDSEL TO AP-PEDIDO
           READ CADAPROV
           IF ST-APV NOT = "00" OR AP-SITUACAO NOT = "P"
              MOVE "*** PEDIDO NAO ESTA AGUARDANDO APROVACAO ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-001.
           MOVE W-PEDSEL TO PEDIDO
           READ CADPED
           IF ST-PED NOT = "00" OR SITUACAOPEDIDO NOT = "A"
              MOVE "*** PEDIDO NAO ESTA AGUARDANDO APROVACAO ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-001.
           PERFORM REG-TRAVA THRU REG-TRAVA-FIM
           IF W-LKRET = 1
              GO TO SEL-001.
           MOVE AP-CODCLI TO CPF
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO NOME.
           MOVE AP-CODCLI     TO DL1-CPF
           MOVE NOME          TO DL1-NOME
           MOVE DATAPEDIDO    TO DL1-DATA
           MOVE AP-OPERADOR   TO DL2-OPER
           MOVE AP-PERFIL     TO DL2-PERF
           MOVE AP-VALORLISTA TO DL2-LISTA
           MOVE AP-VALORPED   TO DL2-PED
           MOVE AP-DESCMAIOR  TO DL3-DESC
           MOVE AP-DESCLIM    TO DL3-DLIM
           MOVE AP-MARGEM     TO DL3-MARG
           MOVE AP-MARGLIM    TO DL3-MLIM
           IF AP-MOTIVO = "D"
              MOVE "DESCONTO" TO DL3-MOT
           ELSE
              IF AP-MOTIVO = "M"
                 MOVE "MARGEM  " TO DL3-MOT
              ELSE
                 MOVE "AMBOS   " TO DL3-MOT.
           DISPLAY (17, 01) W-DETL1
           DISPLAY (18, 01) W-DETL2
           DISPLAY (19, 01) W-DETL3.
       OPC-001.
           DISPLAY (23, 12) "F1=VOLTA  F2=APROVA  F3=REJEITA"
           ACCEPT (23, 45) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 02
              GO TO LST-000.
           IF W-ACT = 03
              GO TO JUS-001.
           IF W-ACT NOT = 04
              GO TO OPC-001.
      *
      ***********************************************
      *   REJEICAO CANCELA O PEDIDO: EXIGE MOTIVO   *
      *   CADASTRADO (CADCANC) E COMPETENCIA ABERTA *
      ***********************************************
      *
       MOT-001.
           IF W-TEMMOT = "N"
              MOVE "*** TABELA DE MOTIVOS INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPC-001.
           MOVE DATAPEDIDO TO W-PERDATA
           PERFORM PER-CHK THRU PER-CHK-FIM
           IF W-PERFECH = "S"
              MOVE "*** COMPETENCIA CONTABIL FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPC-001.
       MOT-002.
           ACCEPT TMOTCANC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE ZEROS TO W-MOTCANC
              MOVE SPACES TO W-DESCMOT
              DISPLAY TMOTCANC
              DISPLAY TDESCMOT
              GO TO OPC-001.
           MOVE W-MOTCANC TO MT-CODIGO
           READ CADMOT
           IF ST-MOT NOT = "00"
              MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOT-002.
           MOVE MT-DESCRICAO TO W-DESCMOT
           DISPLAY TDESCMOT.
      *
      ***********************************************
      *   JUSTIFICATIVA E CONFIRMACAO DA DECISAO    *
      ***********************************************
      *
       JUS-001.
           ACCEPT TJUSTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE SPACES TO W-JUSTIF
              MOVE ZEROS TO W-MOTCANC
              MOVE SPACES TO W-DESCMOT
              DISPLAY TJUSTIF
              DISPLAY TMOTCANC
              DISPLAY TDESCMOT
              GO TO OPC-001.
           IF W-JUSTIF = SPACES
              MOVE "*** INFORME A JUSTIFICATIVA DA DECISAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO JUS-001.
       JUS-002.
           MOVE "S" TO W-OPCAO
           IF W-MOTCANC = ZEROS
              DISPLAY (23, 40) "CONFIRMA APROVACAO (S/N) : "
           ELSE
              DISPLAY (23, 40) "CONFIRMA REJEICAO  (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "*** DECISAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LST-000.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO JUS-002.
           IF W-MOTCANC NOT = ZEROS
              GO TO REJ-001.
      *
      ***********************************************
      *   APROVACAO: O PEDIDO VOLTA A "N" (NOVO) E  *
      *   SEGUE O FLUXO NORMAL DE SEPARACAO         *
      ***********************************************
      *
       APV-001.
           MOVE REGPED TO W-AUDANT
           MOVE "N" TO SITUACAOPEDIDO
           MOVE W-OPERLOGADO TO ULTOPER OF REGPED
           REWRITE REGPED
           IF ST-PED NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SAI-001.
           MOVE "CADPED  " TO AU-ARQUIVO
           MOVE PEDIDO TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANT TO AU-IMAGEMANT
           MOVE REGPED TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           MOVE "A" TO W-OPCAO
           PERFORM GRV-DEC THRU GRV-DEC-FIM
           MOVE "*** PEDIDO APROVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LST-000.
      *
      ***********************************************
      *   REJEICAO: PEDIDO CANCELADO, ESTOQUE DOS   *
      *   ITENS DEVOLVIDO E MOTIVO EM CADCANC       *
      ***********************************************
      *
       REJ-001.
           MOVE REGPED TO W-AUDANT
           MOVE "C" TO SITUACAOPEDIDO
           MOVE W-OPERLOGADO TO ULTOPER OF REGPED
           REWRITE REGPED
           IF ST-PED NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SAI-001.
           MOVE "CADPED  " TO AU-ARQUIVO
           MOVE PEDIDO TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANT TO AU-IMAGEMANT
           MOVE REGPED TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           PERFORM CANC-DEV THRU CANC-DEV-FIM
           PERFORM GRV-CANC THRU GRV-CANC-FIM
           MOVE "R" TO W-OPCAO
           PERFORM GRV-DEC THRU GRV-DEC-FIM
           MOVE "*** PEDIDO REJEITADO E CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LST-000.
      *
      *   DECISAO DO SUPERVISOR NA FILA (W-OPCAO = A OU R)
      *
       GRV-DEC.
           MOVE REGAPROV TO W-AUDANTA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-OPCAO       TO AP-SITUACAO
           MOVE W-OPERLOGADO  TO AP-SUPERVISOR
           MOVE W-DATAHOJE    TO AP-DATADEC
           MOVE W-HORA        TO AP-HORADEC
           MOVE W-JUSTIF      TO AP-JUSTIF
           REWRITE REGAPROV
           IF ST-APV NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADAPROV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-DEC-FIM.
           MOVE "CADAPROV" TO AU-ARQUIVO
           MOVE AP-PEDIDO TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANTA TO AU-IMAGEMANT
           MOVE REGAPROV TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM.
       GRV-DEC-FIM.
           EXIT.
      *
      ***********************************************
      *   DEVOLUCAO DO ESTOQUE DOS ITENS DO PEDIDO  *
      *   CANCELADO (MESMA LOGICA DO SGP006)        *
      ***********************************************
      *
       CANC-DEV.
           MOVE PEDIDO TO PEDIDOI
           MOVE 1 TO ITEM
           START CADPEDI KEY IS NOT LESS CHAVEI
                 INVALID KEY
                    GO TO CANC-DEV-FIM.
       CANC-DEV1.
           READ CADPEDI NEXT RECORD
               AT END
                  GO TO CANC-DEV-FIM.
           IF PEDIDOI NOT = PEDIDO
              GO TO CANC-DEV-FIM.
           PERFORM KIT-CHK THRU KIT-CHK-FIM
           IF W-EKIT = "S"
              PERFORM KIT-DEVOLVE THRU KIT-DEVOLVE-FIM
              GO TO CANC-DEV1.
           MOVE PRODUTO TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO CANC-DEV1.
           MOVE REGPRO TO W-AUDANTP
           ADD QUANTIDADE TO ESTOQUE
           REWRITE REGPRO
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CANC-DEV1.
           MOVE "CADPRO  " TO AU-ARQUIVO
           MOVE CODGO TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANTP TO AU-IMAGEMANT
           MOVE REGPRO TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           MOVE PRODUTO TO W-ESTPROD
           MOVE QUANTIDADE TO W-ESTQTD
           PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
           MOVE "CA" TO W-MOVTIPO
           MOVE "E"  TO W-MOVES
           MOVE QUANTIDADE TO W-MOVQTD
           MOVE DEPITEM TO W-MOVDEP
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO CANC-DEV1.
       CANC-DEV-FIM.
           EXIT.
      *
      *   KIT (CADKIT): A DEVOLUCAO E FEITA NOS COMPONENTES
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
           IF ST-PRO NOT = "00"
              GO TO KIT-DEVOLVE1.
           MOVE REGPRO TO W-AUDANTP
           ADD W-ESTQTD TO ESTOQUE
           REWRITE REGPRO
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-DEVOLVE1.
           MOVE "CADPRO  " TO AU-ARQUIVO
           MOVE CODGO TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANTP TO AU-IMAGEMANT
           MOVE REGPRO TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
           MOVE "CA" TO W-MOVTIPO
           MOVE "E"  TO W-MOVES
           MOVE W-ESTQTD TO W-MOVQTD
           MOVE DEPITEM TO W-MOVDEP
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO KIT-DEVOLVE1.
       KIT-DEVOLVE-FIM.
           EXIT.
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
                 MOVE "ERRO NA ALTERACAO DO ARQUIVO CADEST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              END-IF
           ELSE
              MOVE DEPITEM TO ES-DEPOSITO
              MOVE W-ESTPROD TO ES-CODIGO
              MOVE W-ESTQTD TO ES-SALDO
              MOVE W-OPERLOGADO TO ES-ULTOPER
              WRITE REGEST
              IF ST-EST NOT = "00" AND "02"
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EST-DEVOLVE-FIM.
           EXIT.
      *
      ***********************************************
      *   GRAVACAO DE MOVIMENTO DE ESTOQUE (MOVEST) *
      ***********************************************
      *
       GRV-MOV.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE CODGO         TO MV-CODIGO
           MOVE W-DATAHOJE    TO MV-DATA
           MOVE W-HORA        TO MV-HORA
           MOVE W-MOVTIPO     TO MV-TIPOMOV
           MOVE W-MOVES       TO MV-ES
           MOVE W-MOVQTD      TO MV-QUANTIDADE
           MOVE ESTOQUE       TO MV-SALDO
           MOVE PEDIDO        TO MV-PEDIDO
           MOVE ITEM          TO MV-ITEM
           MOVE W-OPERLOGADO  TO MV-OPERADOR
           MOVE W-MOVDEP      TO MV-DEPOSITO
           WRITE REGMOV
           IF ST-MOV NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVEST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-MOV-FIM.
           EXIT.
      *
       GRV-CANC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE PEDIDO        TO CC-PEDIDO
           MOVE W-DATAHOJE    TO CC-DATA
           MOVE W-HORA        TO CC-HORA
           MOVE W-MOTCANC     TO CC-MOTIVO
           MOVE W-OPERLOGADO  TO CC-OPERADOR
           WRITE REGCANC
           IF ST-CNC NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-CANC-FIM.
           EXIT.
      *
      ***********************************************
      *   COMPETENCIA CONTABIL FECHADA (CADPER)     *
      ***********************************************
      *
       PER-CHK.
           MOVE "N" TO W-PERFECH
           IF W-TEMPER = "N"
              GO TO PER-CHK-FIM.
           MOVE W-PERCOMPET TO PE-COMPET
           READ CADPER
           IF ST-PER = "00" AND PE-SITUACAO = "F"
              MOVE "S" TO W-PERFECH.
       PER-CHK-FIM.
           EXIT.
      *
      ***********************************************
      *   TRAVA DO PEDIDO (SGPD002) ENQUANTO O      *
      *   SUPERVISOR DECIDE - PEDIDO ABERTO NO      *
      *   SGP006 POR OUTRO OPERADOR NAO E DECIDIDO  *
      ***********************************************
      *
       REG-TRAVA.
           MOVE "L" TO W-LKFUNCAO
           MOVE "CADPED  " TO W-LKARQ
           MOVE PEDIDO TO W-LKREG
           MOVE W-LKREG TO W-LKREGSAV
           CALL "SGPD002" USING W-LKFUNCAO W-LKARQ W-LKREG
                                W-OPERLOGADO W-LKRET W-LKDONO
           IF W-LKRET = 1
              MOVE SPACES TO MENS
              STRING "*** EM USO POR " W-LKDONO
                  " - TENTE DEPOIS ***"
                  DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              IF W-LKRET = ZEROS
                 MOVE "S" TO W-TRAVADO.
       REG-TRAVA-FIM.
           EXIT.
      *
       REG-LIBERA.
           IF W-TRAVADO = "N"
              GO TO REG-LIBERA-FIM.
           MOVE "U" TO W-LKFUNCAO
           MOVE "CADPED  " TO W-LKARQ
           MOVE W-LKREGSAV TO W-LKREG
           CALL "SGPD002" USING W-LKFUNCAO W-LKARQ W-LKREG
                                W-OPERLOGADO W-LKRET W-LKDONO
           MOVE "N" TO W-TRAVADO.
       REG-LIBERA-FIM.
           EXIT.
      *
      ***********************************************
      *  GRAVACAO DE AUDITORIA (CADAUD)             *
      ***********************************************
      *
        GRV-AUD.
                 ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                 ACCEPT W-TIMEHMS FROM TIME
                 MOVE W-DATAHOJE    TO AU-DATA
                 MOVE W-HORA        TO AU-HORA
                 MOVE W-OPERLOGADO  TO AU-OPERADOR
                 WRITE REGAUD
                 IF ST-AUD NOT = "00" AND "02"
                    MOVE "ERRO NA GRAVACAO DO ARQUIVO CADAUD" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM.
        GRV-AUD-FIM.
                 EXIT.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
      *
        SAI-001.
                PERFORM REG-LIBERA THRU REG-LIBERA-FIM
                CLOSE CADAPROV CADPED CADPEDI CADCLI CADPRO CADEST
                      MOVEST CADCANC CADAUD
                IF W-TEMKIT = "S"
                   CLOSE CADKIT.
                IF W-TEMMOT = "S"
                   CLOSE CADMOT.
                IF W-TEMPER = "S"
                   CLOSE CADPER.
        ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
        ROT-FIMP.
                EXIT PROGRAM.
        ROT-FIMS.
                STOP RUN.
      *
      ***********************
      *  ROTINA DE MENSAGEM *
      ***********************
      *
        ROT-MENS.
                 MOVE ZEROS TO W-CONT.
        ROT-MENS1.
                 DISPLAY (23, 12) MENS.
        ROT-MENS2.
                 ADD 1 TO W-CONT
                 IF W-CONT < 3000
                    GO TO ROT-MENS2
                 ELSE
                    DISPLAY (23, 12) LIMPA.
        ROT-MENS-FIM.
                 EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
