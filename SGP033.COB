       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP033.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CAIXA DO BALCAO - ABERTURA E FECHAMENTO           *
      *  SESSAO ZERO = CAIXA DO PROPRIO OPERADOR: SEM      *
      *  CAIXA ABERTO PEDE O FUNDO DE TROCO E ABRE UMA     *
      *  SESSAO NOVA (CADCAIXA, NUMERO DO CADCTRL "CXA").  *
      *  AS VENDAS DE BALCAO DO SGP006 FICAM PRESAS A ELA  *
      *  PELO CADPGBAL. NO FECHAMENTO O OPERADOR INFORMA O *
      *  VALOR CONTADO DE CADA FORMA, O SISTEMA MOSTRA O   *
      *  ESPERADO (DINHEIRO = FUNDO + VENDAS - TROCO) E AS *
      *  DIFERENCAS E EMITE O RELCAIXA.LST                 *
      *  SESSAO DE OUTRO OPERADOR SO NO PERFIL 3. SESSAO   *
      *  FECHADA E SO CONSULTA (F2 REIMPRIME O RELATORIO)  *
      *  FUNCAO DO PERFIL 1                                *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CADCTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CT-SEQID
                    FILE STATUS IS ST-CTR.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
           SELECT CADAUD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-AUD.
           SELECT RELCAIXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-REL.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *   SESSAO DE CAIXA DO BALCAO
      *   FORMAS: 1=DINHEIRO 2=CARTAO DE DEBITO
      *           3=CARTAO DE CREDITO 4=PIX
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
      *   PAGAMENTO DA VENDA DE BALCAO (SGP006), UM
      *   REGISTRO POR FORMA USADA NO PEDIDO
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
       FD CADCTRL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCTRL.DAT".
       01 REGCTRL.
                03 CT-SEQID         PIC X(03).
                03 CT-PROXNUM       PIC 9(09).
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
       FD RELCAIXA
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "RELCAIXA.LST".
       01 LINHA-REL                 PIC X(100).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 LIMPA80         PIC X(80) VALUE SPACES.
       77 ST-CXA          PIC X(02) VALUE "00".
       77 ST-PGB          PIC X(02) VALUE "00".
       77 ST-CTR          PIC X(02) VALUE "00".
       77 ST-OPER         PIC X(02) VALUE "00".
       77 ST-AUD          PIC X(02) VALUE "00".
       77 ST-REL          PIC X(02) VALUE "00".
       77 W-IND           PIC 9(01) VALUE ZEROS.
       77 W-ULTPED        PIC 9(05) VALUE ZEROS.
       01 W-SESSEL        PIC 9(06) VALUE ZEROS.
       01 W-FUNDO         PIC 9(07)V99 VALUE ZEROS.
       01 W-AUDANT        PIC X(250) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
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
       01 W-SPARQ         PIC X(12) VALUE SPACES.
       01 W-SPPROG        PIC X(08) VALUE "SGP033".
       01 W-SPOPER        PIC X(08) VALUE SPACES.
       01 W-SPPARM        PIC X(60) VALUE SPACES.
       01 W-SPRET         PIC 9(01) VALUE ZEROS.
      *
      *   VALORES DA TELA POR FORMA (ESPERADO, CONTADO,
      *   DIFERENCA = CONTADO - ESPERADO)
      *
       01 W-ESPDIN        PIC 9(09)V99 VALUE ZEROS.
       01 W-ESPDEB        PIC 9(09)V99 VALUE ZEROS.
       01 W-ESPCRE        PIC 9(09)V99 VALUE ZEROS.
       01 W-ESPPIX        PIC 9(09)V99 VALUE ZEROS.
       01 W-ESPTOT        PIC 9(09)V99 VALUE ZEROS.
       01 W-CNTDIN        PIC 9(09)V99 VALUE ZEROS.
       01 W-CNTDEB        PIC 9(09)V99 VALUE ZEROS.
       01 W-CNTCRE        PIC 9(09)V99 VALUE ZEROS.
       01 W-CNTPIX        PIC 9(09)V99 VALUE ZEROS.
       01 W-CNTTOT        PIC 9(09)V99 VALUE ZEROS.
       01 W-DIFDIN        PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFDEB        PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFCRE        PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFPIX        PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFTOT        PIC S9(09)V99 VALUE ZEROS.
      *
       01 TABFORMAS.
          03 FILLER       PIC X(20) VALUE "DINHEIRO".
          03 FILLER       PIC X(20) VALUE "CARTAO DE DEBITO".
          03 FILLER       PIC X(20) VALUE "CARTAO DE CREDITO".
          03 FILLER       PIC X(20) VALUE "PIX".
       01 TABFORMAS-R REDEFINES TABFORMAS.
          03 TB-FORMA     PIC X(20) OCCURS 4.
      *
      *   RELATORIO DE FECHAMENTO (RELCAIXA.LST)
      *
       01 LIMPA-LINHA     PIC X(100) VALUE SPACES.
       01 CABCX1.
          03 FILLER       PIC X(60) VALUE ALL "=".
       01 CABCX2.
          03 FILLER       PIC X(32) VALUE
             "FECHAMENTO DO CAIXA DO BALCAO - ".
          03 FILLER       PIC X(07) VALUE "SESSAO ".
          03 CX2-SESSAO   PIC 9(06).
          03 FILLER       PIC X(14) VALUE "   EMITIDO EM ".
          03 CX2-DATA     PIC 9(08).
       01 CABCX3.
          03 FILLER       PIC X(10) VALUE "OPERADOR: ".
          03 CX3-OPER     PIC X(08).
          03 FILLER       PIC X(14) VALUE "   ABERTURA:  ".
          03 CX3-DATAAB   PIC 9(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CX3-HORAAB   PIC 9(06).
       01 CABCX4.
          03 FILLER       PIC X(10) VALUE "FECHADO:  ".
          03 CX4-OPER     PIC X(08).
          03 FILLER       PIC X(14) VALUE "   FECHAMENTO:".
          03 CX4-DATAFE   PIC 9(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CX4-HORAFE   PIC 9(06).
       01 CABCX5.
          03 FILLER       PIC X(16) VALUE "FUNDO DE TROCO: ".
          03 CX5-FUNDO    PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(10) VALUE "  VENDAS: ".
          03 CX5-QTD      PIC ZZZZ9.
          03 FILLER       PIC X(14) VALUE "  TROCO DADO: ".
          03 CX5-TROCO    PIC ZZZ.ZZZ.ZZ9,99.
       01 CABCX6.
          03 FILLER       PIC X(40) VALUE
             "PEDIDO SQ FORMA                    VALOR".
          03 FILLER       PIC X(40) VALUE
             "       RECEBIDO          TROCO PC   HORA".
       01 DETCX1.
          03 DCX-PEDIDO   PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DCX-SEQ      PIC 9(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DCX-FORMA    PIC X(17).
          03 DCX-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DCX-RECEB    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DCX-TROCO    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DCX-PARC     PIC Z9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DCX-HORA     PIC 9(06).
       01 CABCX7.
          03 FILLER       PIC X(40) VALUE
             "FORMA                     ESPERADO      ".
          03 FILLER       PIC X(40) VALUE
             "  CONTADO      DIFERENCA".
       01 RESCX1.
          03 RCX-FORMA    PIC X(20).
          03 RCX-ESP      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RCX-CNT      PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RCX-DIF      PIC ZZZ.ZZZ.ZZ9,99-.
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
        01  TELACAIXA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               CAIXA DO BALCAO - ABERTURA E F".
           05  LINE 02  COLUMN 47
               VALUE  "ECHAMENTO".
           05  LINE 04  COLUMN 01
               VALUE  "SESSAO:".
           05  TSESSAO
               LINE 04  COLUMN 09  PIC 9(06)
               USING  W-SESSEL
               HIGHLIGHT.
           05  LINE 04  COLUMN 18
               VALUE  "OPERADOR:".
           05  TOPERADOR
               LINE 04  COLUMN 28  PIC X(08)
               FROM  CX-OPERADOR.
           05  LINE 04  COLUMN 40
               VALUE  "SITUACAO:".
           05  TSITUACAO
               LINE 04  COLUMN 50  PIC X(01)
               FROM  CX-SITUACAO.
           05  LINE 05  COLUMN 01
               VALUE  "ABERTURA:".
           05  TDATAABER
               LINE 05  COLUMN 11  PIC 9(08)
               FROM  CX-DATAABER.
           05  TDATAFECH
               LINE 05  COLUMN 40  PIC 9(08)
               FROM  CX-DATAFECH.
           05  LINE 05  COLUMN 28
               VALUE  "FECHAMENTO:".
           05  LINE 07  COLUMN 01
               VALUE  "FUNDO DE TROCO......:".
           05  TFUNDO
               LINE 07  COLUMN 23  PIC ZZZZZZ9,99
               USING  W-FUNDO
               HIGHLIGHT.
           05  LINE 08  COLUMN 01
               VALUE  "VENDAS..............:".
           05  TQTDVENDAS
               LINE 08  COLUMN 28  PIC ZZZZ9
               FROM  CX-QTDVENDAS.
           05  LINE 08  COLUMN 40
               VALUE  "TROCO DADO:".
           05  TTROCO
               LINE 08  COLUMN 52  PIC ZZZ.ZZZ.ZZ9,99
               FROM  CX-TROCO.
           05  LINE 10  COLUMN 01
               VALUE  "FORMA                     ESPERADO     CONTADO".
           05  LINE 10  COLUMN 53
               VALUE  "      DIFERENCA".
           05  LINE 11  COLUMN 01
               VALUE  "1 DINHEIRO".
           05  TESPDIN
               LINE 11  COLUMN 21  PIC ZZZ.ZZZ.ZZ9,99
               FROM  W-ESPDIN.
           05  TCNTDIN
               LINE 11  COLUMN 38  PIC ZZZZZZ9,99
               USING  W-CNTDIN
               HIGHLIGHT.
           05  TDIFDIN
               LINE 11  COLUMN 53  PIC ZZZ.ZZZ.ZZ9,99-
               FROM  W-DIFDIN.
           05  LINE 12  COLUMN 01
               VALUE  "2 CARTAO DE DEBITO".
           05  TESPDEB
               LINE 12  COLUMN 21  PIC ZZZ.ZZZ.ZZ9,99
               FROM  W-ESPDEB.
           05  TCNTDEB
               LINE 12  COLUMN 38  PIC ZZZZZZ9,99
               USING  W-CNTDEB
               HIGHLIGHT.
           05  TDIFDEB
               LINE 12  COLUMN 53  PIC ZZZ.ZZZ.ZZ9,99-
               FROM  W-DIFDEB.
           05  LINE 13  COLUMN 01
               VALUE  "3 CARTAO DE CREDITO".
           05  TESPCRE
               LINE 13  COLUMN 21  PIC ZZZ.ZZZ.ZZ9,99
               FROM  W-ESPCRE.
           05  TCNTCRE
               LINE 13  COLUMN 38  PIC ZZZZZZ9,99
               USING  W-CNTCRE
               HIGHLIGHT.
           05  TDIFCRE
               LINE 13  COLUMN 53  PIC ZZZ.ZZZ.ZZ9,99-
               FROM  W-DIFCRE.
           05  LINE 14  COLUMN 01
               VALUE  "4 PIX".
           05  TESPPIX
               LINE 14  COLUMN 21  PIC ZZZ.ZZZ.ZZ9,99
               FROM  W-ESPPIX.
           05  TCNTPIX
               LINE 14  COLUMN 38  PIC ZZZZZZ9,99
               USING  W-CNTPIX
               HIGHLIGHT.
           05  TDIFPIX
               LINE 14  COLUMN 53  PIC ZZZ.ZZZ.ZZ9,99-
               FROM  W-DIFPIX.
           05  LINE 16  COLUMN 01
               VALUE  "TOTAL".
           05  TESPTOT
               LINE 16  COLUMN 21  PIC ZZZ.ZZZ.ZZ9,99
               FROM  W-ESPTOT.
           05  TCNTTOT
               LINE 16  COLUMN 35  PIC ZZZ.ZZZ.ZZ9,99
               FROM  W-CNTTOT.
           05  TDIFTOT
               LINE 16  COLUMN 53  PIC ZZZ.ZZZ.ZZ9,99-
               FROM  W-DIFTOT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO OPERADOR (PERFIL 1)      *
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
           MOVE "SGP033  " TO W-LKSPROG
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
       INC-OP0.
           OPEN I-O CADCAIXA
           IF ST-CXA NOT = "00"
              IF ST-CXA = "30" OR "35"
                    OPEN OUTPUT CADCAIXA
                    CLOSE CADCAIXA
                    GO TO INC-OP0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCAIXA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       INC-OPP0.
           OPEN INPUT CADPGBAL
           IF ST-PGB NOT = "00"
              IF ST-PGB = "30" OR "35"
                    OPEN OUTPUT CADPGBAL
                    CLOSE CADPGBAL
                    GO TO INC-OPP0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADPGBAL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCAIXA
                    GO TO ROT-FIM.
       INC-OPC0.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                    OPEN OUTPUT CADCTRL
                    CLOSE CADCTRL
                    GO TO INC-OPC0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTRL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCAIXA CADPGBAL
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
                    CLOSE CADCAIXA CADPGBAL CADCTRL
                    GO TO ROT-FIM.
      *
      ***********************************************
      *   ESCOLHA DA SESSAO: ZERO = CAIXA ABERTO DO *
      *   PROPRIO OPERADOR (OU ABERTURA DE UM NOVO) *
      ***********************************************
      *
       INC-001.
           MOVE ZEROS TO W-SESSEL W-FUNDO
           PERFORM LMP-VAL THRU LMP-VAL-FIM
           MOVE SPACES TO REGCAIXA
           MOVE ZEROS TO CX-DATAABER CX-DATAFECH CX-QTDVENDAS CX-TROCO
           DISPLAY TELACAIXA
           DISPLAY (23, 12) "F1=SAIR  SESSAO ZERO = CAIXA DO OPERADOR".
       INC-002.
           ACCEPT TSESSAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA80
           IF W-ACT = 02
              GO TO SAI-001.
           IF W-SESSEL = ZEROS
              PERFORM SES-ABERTA THRU SES-ABERTA-FIM
              IF W-SESSEL = ZEROS
                 GO TO ABR-001
              ELSE
                 DISPLAY TSESSAO.
           MOVE W-SESSEL TO CX-SESSAO
           READ CADCAIXA
           IF ST-CXA NOT = "00"
              MOVE "*** SESSAO DE CAIXA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF CX-OPERADOR NOT = W-OPERLOGADO AND W-PERFILOG < 3
              MOVE "*** SESSAO DE OUTRO OPERADOR - SO PERFIL 3 ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE REGCAIXA TO W-AUDANT
           IF CX-SITUACAO = "F"
              GO TO CON-001.
      *
      ***********************************************
      *   CAIXA ABERTO: ESPERADO DE CADA FORMA PELO *
      *   CADPGBAL DA SESSAO E FECHAMENTO COM O     *
      *   VALOR CONTADO PELO OPERADOR               *
      ***********************************************
      *
       FEC-000.
           PERFORM CALC-ESP THRU CALC-ESP-FIM
           MOVE CX-FUNDO TO W-FUNDO
           PERFORM MOS-VAL THRU MOS-VAL-FIM
           DISPLAY TELACAIXA.
       FEC-001.
           DISPLAY (23, 12) "F1=VOLTA  F2=FECHA O CAIXA"
           ACCEPT (23, 40) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA80
           IF W-ACT = 02
              GO TO INC-001.
           IF W-ACT NOT = 03
              GO TO FEC-001.
       FEC-002.
           ACCEPT TCNTDIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO FEC-001.
       FEC-003.
           ACCEPT TCNTDEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO FEC-002.
       FEC-004.
           ACCEPT TCNTCRE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO FEC-003.
       FEC-005.
           ACCEPT TCNTPIX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO FEC-004.
           PERFORM MOS-VAL THRU MOS-VAL-FIM
           DISPLAY TELACAIXA.
       FEC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA FECHAMENTO (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO FEC-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CAIXA CONTINUA ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-OPC.
       FEC-WR1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE "F"          TO CX-SITUACAO
           MOVE W-DATAHOJE   TO CX-DATAFECH
           MOVE W-HORA       TO CX-HORAFECH
           MOVE W-OPERLOGADO TO CX-OPERFECH
           MOVE W-CNTDIN     TO CX-CONTADO (1)
           MOVE W-CNTDEB     TO CX-CONTADO (2)
           MOVE W-CNTCRE     TO CX-CONTADO (3)
           MOVE W-CNTPIX     TO CX-CONTADO (4)
           REWRITE REGCAIXA
           IF ST-CXA NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "CADCAIXA" TO AU-ARQUIVO
           MOVE CX-SESSAO TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANT TO AU-IMAGEMANT
           MOVE REGCAIXA TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           PERFORM IMP-REL THRU IMP-REL-FIM
           DISPLAY TELACAIXA
           MOVE "*** CAIXA FECHADO - RELATORIO EM RELCAIXA.LST ***"
                TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      ***********************************************
      *   SESSAO FECHADA: SO CONSULTA, COM O        *
      *   ESPERADO E O CONTADO GRAVADOS NO          *
      *   FECHAMENTO                                *
      ***********************************************
      *
       CON-001.
           MOVE CX-FUNDO TO W-FUNDO
           MOVE CX-CONTADO (1) TO W-CNTDIN
           MOVE CX-CONTADO (2) TO W-CNTDEB
           MOVE CX-CONTADO (3) TO W-CNTCRE
           MOVE CX-CONTADO (4) TO W-CNTPIX
           PERFORM MOS-VAL THRU MOS-VAL-FIM
           DISPLAY TELACAIXA.
       CON-002.
           DISPLAY (23, 12) "CAIXA FECHADO - F1=VOLTA  F2=REIMPRIME"
           ACCEPT (23, 52) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA80
           IF W-ACT = 02
              GO TO INC-001.
           IF W-ACT NOT = 03
              GO TO CON-002.
           PERFORM IMP-REL THRU IMP-REL-FIM
           MOVE "*** RELATORIO REIMPRESSO EM RELCAIXA.LST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CON-002.
      *
      ***********************************************
      *   ABERTURA DO CAIXA DO OPERADOR COM O       *
      *   FUNDO DE TROCO                            *
      ***********************************************
      *
       ABR-001.
           MOVE "*** NENHUM CAIXA ABERTO - INFORME O FUNDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-OPERLOGADO TO CX-OPERADOR
           DISPLAY TOPERADOR.
       ABR-002.
           ACCEPT TFUNDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
       ABR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA ABERTURA (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ABR-002.
           IF W-OPCAO = "N" OR "n"
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABR-OPC.
       ABR-WR1.
           PERFORM GER-NUMCXA THRU GER-NUMCXA-FIM
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE SPACES TO REGCAIXA
           MOVE W-SESSEL     TO CX-SESSAO
           MOVE W-OPERLOGADO TO CX-OPERADOR
           MOVE "A"          TO CX-SITUACAO
           MOVE W-DATAHOJE   TO CX-DATAABER
           MOVE W-HORA       TO CX-HORAABER
           MOVE W-FUNDO      TO CX-FUNDO
           MOVE ZEROS        TO CX-DATAFECH CX-HORAFECH CX-QTDVENDAS
                                CX-TROCO
           MOVE 1 TO W-IND
           PERFORM ZER-FORMA THRU ZER-FORMA-FIM
           WRITE REGCAIXA
           IF ST-CXA NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "CADCAIXA" TO AU-ARQUIVO
           MOVE CX-SESSAO TO AU-CHAVE
           MOVE "I" TO AU-OPERACAO
           MOVE SPACES TO AU-IMAGEMANT
           MOVE REGCAIXA TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           DISPLAY TELACAIXA
           MOVE "*** CAIXA ABERTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
       ZER-FORMA.
           IF W-IND > 4
              GO TO ZER-FORMA-FIM.
           MOVE ZEROS TO CX-ESPERADO (W-IND) CX-CONTADO (W-IND)
           ADD 1 TO W-IND
           GO TO ZER-FORMA.
       ZER-FORMA-FIM.
           EXIT.
      *
      *   NUMERO DA SESSAO (CADCTRL "CXA")
      *
       GER-NUMCXA.
           MOVE "CXA" TO CT-SEQID
           READ CADCTRL
           IF ST-CTR = "23"
              MOVE "CXA" TO CT-SEQID
              MOVE 1 TO CT-PROXNUM
              WRITE REGCTRL
              IF ST-CTR NOT = "00" AND "02"
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTRL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
           ELSE
              IF ST-CTR NOT = "00"
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCTRL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE CT-PROXNUM TO W-SESSEL
           ADD 1 TO CT-PROXNUM
           REWRITE REGCTRL
           IF ST-CTR NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCTRL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GER-NUMCXA-FIM.
           EXIT.
      *
      *   SESSAO ABERTA DO OPERADOR LOGADO (ZERO QUANDO
      *   NAO HA)
      *
       SES-ABERTA.
           MOVE ZEROS TO W-SESSEL
           MOVE W-OPERLOGADO TO CX-OPERADOR
           START CADCAIXA KEY IS EQUAL CHAVE2CX
                 INVALID KEY
                    GO TO SES-ABERTA-FIM.
       SES-ABERTA1.
           READ CADCAIXA NEXT RECORD
               AT END
                  GO TO SES-ABERTA-FIM.
           IF CX-OPERADOR NOT = W-OPERLOGADO
              GO TO SES-ABERTA-FIM.
           IF CX-SITUACAO NOT = "A"
              GO TO SES-ABERTA1.
           MOVE CX-SESSAO TO W-SESSEL.
       SES-ABERTA-FIM.
           EXIT.
      *
      ***********************************************
      *   ESPERADO POR FORMA: SOMA DO CADPGBAL DA   *
      *   SESSAO (NO DINHEIRO O VALOR JA E LIQUIDO  *
      *   DO TROCO) MAIS O FUNDO NO DINHEIRO        *
      ***********************************************
      *
       CALC-ESP.
           MOVE 1 TO W-IND
           PERFORM ZER-FORMA THRU ZER-FORMA-FIM
           MOVE ZEROS TO CX-QTDVENDAS CX-TROCO W-ULTPED
           MOVE CX-SESSAO TO PB-SESSAO
           START CADPGBAL KEY IS EQUAL CHAVE2PB
                 INVALID KEY
                    GO TO CALC-ESP2.
       CALC-ESP1.
           READ CADPGBAL NEXT RECORD
               AT END
                  GO TO CALC-ESP2.
           IF PB-SESSAO NOT = CX-SESSAO
              GO TO CALC-ESP2.
           IF PB-FORMA < 1 OR PB-FORMA > 4
              GO TO CALC-ESP1.
           ADD PB-VALOR TO CX-ESPERADO (PB-FORMA)
           ADD PB-TROCO TO CX-TROCO
           IF PB-PEDIDO NOT = W-ULTPED
              ADD 1 TO CX-QTDVENDAS
              MOVE PB-PEDIDO TO W-ULTPED.
           GO TO CALC-ESP1.
       CALC-ESP2.
           ADD CX-FUNDO TO CX-ESPERADO (1).
       CALC-ESP-FIM.
           EXIT.
      *
      *   VALORES DA TELA A PARTIR DO REGCAIXA E DO
      *   CONTADO DIGITADO
      *
       MOS-VAL.
           MOVE CX-ESPERADO (1) TO W-ESPDIN
           MOVE CX-ESPERADO (2) TO W-ESPDEB
           MOVE CX-ESPERADO (3) TO W-ESPCRE
           MOVE CX-ESPERADO (4) TO W-ESPPIX
           COMPUTE W-ESPTOT = W-ESPDIN + W-ESPDEB + W-ESPCRE
                            + W-ESPPIX
           COMPUTE W-CNTTOT = W-CNTDIN + W-CNTDEB + W-CNTCRE
                            + W-CNTPIX
           COMPUTE W-DIFDIN = W-CNTDIN - W-ESPDIN
           COMPUTE W-DIFDEB = W-CNTDEB - W-ESPDEB
           COMPUTE W-DIFCRE = W-CNTCRE - W-ESPCRE
           COMPUTE W-DIFPIX = W-CNTPIX - W-ESPPIX
           COMPUTE W-DIFTOT = W-CNTTOT - W-ESPTOT.
       MOS-VAL-FIM.
           EXIT.
      *
       LMP-VAL.
           MOVE ZEROS TO W-ESPDIN W-ESPDEB W-ESPCRE W-ESPPIX W-ESPTOT
                         W-CNTDIN W-CNTDEB W-CNTCRE W-CNTPIX W-CNTTOT
                         W-DIFDIN W-DIFDEB W-DIFCRE W-DIFPIX W-DIFTOT.
       LMP-VAL-FIM.
           EXIT.
      *
      ***********************************************
      *   RELATORIO DE FECHAMENTO (RELCAIXA.LST):   *
      *   PAGAMENTOS DA SESSAO E RESUMO POR FORMA   *
      *   COM ESPERADO, CONTADO E DIFERENCA         *
      ***********************************************
      *
       IMP-REL.
           OPEN OUTPUT RELCAIXA
           IF ST-REL NOT = "00"
              MOVE "*** ERRO NA ABERTURA DO RELCAIXA.LST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-REL-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           WRITE LINHA-REL FROM CABCX1
           MOVE CX-SESSAO  TO CX2-SESSAO
           MOVE W-DATAHOJE TO CX2-DATA
           WRITE LINHA-REL FROM CABCX2
           WRITE LINHA-REL FROM CABCX1
           MOVE CX-OPERADOR TO CX3-OPER
           MOVE CX-DATAABER TO CX3-DATAAB
           MOVE CX-HORAABER TO CX3-HORAAB
           WRITE LINHA-REL FROM CABCX3
           MOVE CX-OPERFECH TO CX4-OPER
           MOVE CX-DATAFECH TO CX4-DATAFE
           MOVE CX-HORAFECH TO CX4-HORAFE
           WRITE LINHA-REL FROM CABCX4
           MOVE CX-FUNDO     TO CX5-FUNDO
           MOVE CX-QTDVENDAS TO CX5-QTD
           MOVE CX-TROCO     TO CX5-TROCO
           WRITE LINHA-REL FROM CABCX5
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CABCX6
           MOVE CX-SESSAO TO PB-SESSAO
           START CADPGBAL KEY IS EQUAL CHAVE2PB
                 INVALID KEY
                    GO TO IMP-REL2.
       IMP-REL1.
           READ CADPGBAL NEXT RECORD
               AT END
                  GO TO IMP-REL2.
           IF PB-SESSAO NOT = CX-SESSAO
              GO TO IMP-REL2.
           MOVE PB-PEDIDO   TO DCX-PEDIDO
           MOVE PB-SEQ      TO DCX-SEQ
           MOVE SPACES      TO DCX-FORMA
           IF PB-FORMA NOT < 1 AND PB-FORMA NOT > 4
              MOVE TB-FORMA (PB-FORMA) TO DCX-FORMA.
           MOVE PB-VALOR    TO DCX-VALOR
           MOVE PB-RECEBIDO TO DCX-RECEB
           MOVE PB-TROCO    TO DCX-TROCO
           MOVE PB-PARCELAS TO DCX-PARC
           MOVE PB-HORA     TO DCX-HORA
           WRITE LINHA-REL FROM DETCX1
           GO TO IMP-REL1.
       IMP-REL2.
           WRITE LINHA-REL FROM LIMPA-LINHA
           WRITE LINHA-REL FROM CABCX7
           MOVE 1 TO W-IND.
       IMP-REL3.
           IF W-IND > 4
              GO TO IMP-REL4.
           MOVE TB-FORMA (W-IND)    TO RCX-FORMA
           MOVE CX-ESPERADO (W-IND) TO RCX-ESP
           MOVE CX-CONTADO (W-IND)  TO RCX-CNT
           COMPUTE RCX-DIF = CX-CONTADO (W-IND) - CX-ESPERADO (W-IND)
           WRITE LINHA-REL FROM RESCX1
           ADD 1 TO W-IND
           GO TO IMP-REL3.
       IMP-REL4.
           MOVE "TOTAL" TO RCX-FORMA
           MOVE W-ESPTOT TO RCX-ESP
           MOVE W-CNTTOT TO RCX-CNT
           MOVE W-DIFTOT TO RCX-DIF
           WRITE LINHA-REL FROM RESCX1
           WRITE LINHA-REL FROM CABCX1
           CLOSE RELCAIXA
           MOVE SPACES TO W-SPPARM
           STRING "SESSAO " CX-SESSAO DELIMITED BY SIZE
                  INTO W-SPPARM
           MOVE W-OPERLOGADO TO W-SPOPER
           MOVE "RELCAIXA.LST" TO W-SPARQ
           CALL "SGPD007" USING W-SPARQ W-SPPROG W-SPOPER W-SPPARM
                                W-SPRET
           IF W-SPRET NOT = ZEROS
              MOVE "*** RELATORIO NAO GUARDADO NO SPOOL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-REL-FIM.
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
           CLOSE CADCAIXA CADPGBAL CADCTRL CADAUD.
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
