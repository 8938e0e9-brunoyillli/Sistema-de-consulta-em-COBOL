       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP028.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  CADASTRO DE PEDIDO PROGRAMADO (RECORRENTE)        *
      *  CABECALHO (CADPPR) COM CLIENTE, CONDICAO DE       *
      *  PAGAMENTO, TRANSPORTADORA, DEPOSITO, FREQUENCIA   *
      *  (S=SEMANAL Q=QUINZENAL M=MENSAL), PROXIMA         *
      *  EMISSAO, DATA FINAL E PRAZO DE ENTREGA, E ITENS   *
      *  (CADPPRI) COM PRODUTO E QUANTIDADE.               *
      *  OS PEDIDOS REAIS SAO GERADOS PELO SGPB019 NA      *
      *  DATA DA PROXIMA EMISSAO.                          *
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
           SELECT CADCOND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CD-CODIGO
                    FILE STATUS IS ST-CND.
           SELECT CADTRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TR-CODIGO
                    FILE STATUS IS ST-TRP.
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
                03 PPI-QUANT-DEC REDEFINES PPI-QUANTIDADE.
                    05 PPI-QUANT-INT  PIC 9(05).
                    05 PPI-QUANT-FRAC PIC 9(02).
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
       FD CADCOND
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCOND.DAT".
       01 REGCOND.
                03 CD-CODIGO        PIC 9(03).
                03 CD-DESCRICAO     PIC X(30).
                03 CD-NUMPARC       PIC 9(02).
                03 CD-DIASINT       PIC 9(03).
                03 CD-PERCENTR      PIC 9(02)V99.
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
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL           PIC 9(01) VALUE ZEROS.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 ST-PPR          PIC X(02) VALUE "00".
       77 ST-PPI          PIC X(02) VALUE "00".
       77 ST-CLI          PIC X(02) VALUE "00".
       77 ST-PRO          PIC X(02) VALUE "00".
       77 ST-CND          PIC X(02) VALUE "00".
       77 ST-TRP          PIC X(02) VALUE "00".
       77 ST-CTR          PIC X(02) VALUE "00".
       77 W-TEMCOND       PIC X(01) VALUE "N".
       77 W-TEMTRP        PIC X(01) VALUE "N".
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 W-ITEM          PIC 9(03) VALUE ZEROS.
       01 W-MAISITEM      PIC X(01) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DESCCOND      PIC X(30) VALUE SPACES.
       01 W-RAZAOTRP      PIC X(30) VALUE SPACES.
       01 W-FREQEXT       PIC X(10) VALUE SPACES.
       01 W-SITEXT        PIC X(10) VALUE SPACES.
       77 W-DTFUNCAO      PIC X(01) VALUE SPACES.
       01 W-DTDATA1       PIC 9(08) VALUE ZEROS.
       01 W-DTDATA2       PIC 9(08) VALUE ZEROS.
       01 W-DTRET         PIC 9(01) VALUE ZEROS.
       01 W-DTDIAS        PIC S9(05) VALUE ZEROS.
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
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
        01  TELAPPR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                    CADASTRO DE PEDIDO PR".
           05  LINE 01  COLUMN 42
               VALUE  "OGRAMADO".
           05  LINE 03  COLUMN 01
               VALUE  "NUMERO:".
           05  LINE 05  COLUMN 01
               VALUE  "CLIENTE CPF:".
           05  LINE 07  COLUMN 01
               VALUE  "COND. PAGAMENTO:".
           05  LINE 09  COLUMN 01
               VALUE  "TRANSPORTADORA:".
           05  LINE 11  COLUMN 01
               VALUE  "DEPOSITO:".
           05  LINE 13  COLUMN 01
               VALUE  "FREQUENCIA (S/Q/M):".
           05  LINE 15  COLUMN 01
               VALUE  "PROXIMA EMISSAO:".
           05  LINE 15  COLUMN 30
               VALUE  "DATA FINAL (0=SEM FIM):".
           05  LINE 17  COLUMN 01
               VALUE  "PRAZO DE ENTREGA (DIAS):".
           05  LINE 19  COLUMN 01
               VALUE  "SITUACAO (A/S/E):".
           05  LINE 21  COLUMN 01
               VALUE  "ULTIMO PEDIDO GERADO:".
           05  LINE 21  COLUMN 30
               VALUE  "EM:".
           05  TELANUM
               LINE 03  COLUMN 09  PIC 9(05)
               USING  PP-NUMERO
               HIGHLIGHT.
           05  TELACPF
               LINE 05  COLUMN 14  PIC 9(11)
               USING  PP-CODCLI.
           05  TELACLIENTE
               LINE 05  COLUMN 26  PIC X(40)
               USING  NOME
               HIGHLIGHT.
           05  TELACOND
               LINE 07  COLUMN 18  PIC 9(03)
               USING  PP-CONDPAGTO
               HIGHLIGHT.
           05  TELADESCCOND
               LINE 07  COLUMN 23  PIC X(30)
               USING  W-DESCCOND
               HIGHLIGHT.
           05  TELATRANSP
               LINE 09  COLUMN 17  PIC 9(03)
               USING  PP-CODTRANSP
               HIGHLIGHT.
           05  TELARAZAOTRP
               LINE 09  COLUMN 23  PIC X(30)
               USING  W-RAZAOTRP
               HIGHLIGHT.
           05  TELADEP
               LINE 11  COLUMN 11  PIC X(02)
               USING  PP-DEPOSITO
               HIGHLIGHT.
           05  TELAFREQ
               LINE 13  COLUMN 21  PIC X(01)
               USING  PP-FREQ
               HIGHLIGHT.
           05  TELAFREQEXT
               LINE 13  COLUMN 24  PIC X(10)
               USING  W-FREQEXT
               HIGHLIGHT.
           05  TELAPROX
               LINE 15  COLUMN 18  PIC 9(08)
               USING  PP-PROXDATA
               HIGHLIGHT.
           05  TELAFIM
               LINE 15  COLUMN 54  PIC 9(08)
               USING  PP-DATAFIM
               HIGHLIGHT.
           05  TELAPRAZO
               LINE 17  COLUMN 26  PIC 9(03)
               USING  PP-PRAZO
               HIGHLIGHT.
           05  TELASIT
               LINE 19  COLUMN 19  PIC X(01)
               USING  PP-SITUACAO
               HIGHLIGHT.
           05  TELASITEXT
               LINE 19  COLUMN 22  PIC X(10)
               USING  W-SITEXT
               HIGHLIGHT.
           05  TELAULTPED
               LINE 21  COLUMN 23  PIC 9(05)
               USING  PP-ULTPED
               HIGHLIGHT.
           05  TELAULTDATA
               LINE 21  COLUMN 34  PIC 9(08)
               USING  PP-ULTDATA
               HIGHLIGHT.
      *
        01  TELAITEMP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                      ITEM DO PEDIDO PROG".
           05  LINE 01  COLUMN 42
               VALUE  "RAMADO".
           05  LINE 03  COLUMN 01
               VALUE  "NUMERO:".
           05  LINE 03  COLUMN 30
               VALUE  "ITEM:".
           05  LINE 06  COLUMN 01
               VALUE  "PRODUTO:".
           05  LINE 08  COLUMN 01
               VALUE  "UNIDADE:".
           05  LINE 10  COLUMN 01
               VALUE  "PRECO VENDA:".
           05  LINE 12  COLUMN 01
               VALUE  "QUANTIDADE:".
           05  TELAINUM
               LINE 03  COLUMN 09  PIC 9(05)
               USING  PPI-NUMERO
               HIGHLIGHT.
           05  TELAIITEM
               LINE 03  COLUMN 36  PIC 9(03)
               USING  PPI-ITEM
               HIGHLIGHT.
           05  TELAPRODUTO
               LINE 06  COLUMN 09  PIC 9(05)
               USING  PPI-PRODUTO.
           05  TELADESC
               LINE 06  COLUMN 19  PIC X(30)
               USING  DESCRICAO
               HIGHLIGHT.
           05  TELAUNIDADE
               LINE 08  COLUMN 09  PIC X(02)
               USING  UNIDADE
               HIGHLIGHT.
           05  TELAPRECO
               LINE 10  COLUMN 13  PIC 9(06)
               USING  PRECOVENDA
               HIGHLIGHT.
           05  TELAQUANTIDADE
               LINE 12  COLUMN 12  PIC 9(05)
               USING  PPI-QUANTIDADE
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO OPERADOR                 *
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
           MOVE "SGP028  " TO W-LKSPROG
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
           CLOSE CADOPER.
       INC-OP0.
           OPEN I-O CADPPR
           IF ST-PPR NOT = "00"
              IF ST-PPR = "30" OR "35"
                    OPEN OUTPUT CADPPR
                    CLOSE CADPPR
                    GO TO INC-OP0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADPPR" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       INC-OP1.
           OPEN I-O CADPPRI
           IF ST-PPI NOT = "00"
              IF ST-PPI = "30" OR "35"
                    OPEN OUTPUT CADPPRI
                    CLOSE CADPPRI
                    GO TO INC-OP1
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADPPRI" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADPPR
                    GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "**ARQUIVO CADCLI NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPPR CADPPRI
              GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              MOVE "**ARQUIVO CADPRO NAO FOI ENCONTRADO**" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPPR CADPPRI CADCLI
              GO TO ROT-FIM.
       INC-OP3.
           OPEN I-O CADCTRL
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30" OR "35"
                    OPEN OUTPUT CADCTRL
                    CLOSE CADCTRL
                    GO TO INC-OP3
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTRL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADPPR CADPPRI CADCLI CADPRO
                    GO TO ROT-FIM.
       INC-OPC0.
           MOVE "S" TO W-TEMCOND
           OPEN INPUT CADCOND
           IF ST-CND NOT = "00"
              MOVE "N" TO W-TEMCOND.
       INC-OPT0.
           MOVE "S" TO W-TEMTRP
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              MOVE "N" TO W-TEMTRP.
       INC-001.
              MOVE ZEROS TO PP-NUMERO PP-CODCLI PP-CONDPAGTO
                            PP-CODTRANSP PP-PROXDATA PP-DATAFIM
                            PP-PRAZO PP-ULTPED PP-ULTDATA W-ITEM
                            W-SEL
              MOVE SPACES TO NOME W-DESCCOND W-RAZAOTRP W-FREQEXT
              MOVE "01" TO PP-DEPOSITO
              MOVE "M" TO PP-FREQ
              MOVE "A" TO PP-SITUACAO
              PERFORM EXT-ACHA THRU EXT-ACHA-FIM
              DISPLAY TELAPPR.
       INC-002.
                ACCEPT TELANUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADPPR CADPPRI CADCLI CADPRO CADCTRL
                   IF W-TEMCOND = "S"
                      CLOSE CADCOND
                   END-IF
                   IF W-TEMTRP = "S"
                      CLOSE CADTRP
                   END-IF
                   GO TO ROT-FIM.
                IF PP-NUMERO = ZEROS
                   GO TO INC-AUTO.
       LER-CADPPR001.
                READ CADPPR
                IF ST-PPR NOT = "00"
                   MOVE "*** PEDIDO PROGRAMADO NAO ENCONTRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE PP-CODCLI TO CPF
                READ CADCLI
                IF ST-CLI NOT = "00"
                   MOVE SPACES TO NOME.
                PERFORM CND-ACHA THRU CND-ACHA-FIM
                PERFORM TRP-ACHA THRU TRP-ACHA-FIM
                PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                DISPLAY TELAPPR
                GO TO ACE-001.
      *
      ***********************************************
      *   NUMERACAO AUTOMATICA (CADCTRL / PPR)      *
      ***********************************************
      *
       INC-AUTO.
                PERFORM GER-NUMPPR THRU GER-NUMPPR-FIM
                READ CADPPR
                IF ST-PPR = "00"
                   GO TO INC-AUTO.
                DISPLAY TELAPPR.
       INC-003.
                ACCEPT TELACPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF PP-CODCLI = ZEROS
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE PP-CODCLI TO CPF
                READ CADCLI
                IF ST-CLI NOT = "00"
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TELAPPR.
       INC-004.
                ACCEPT TELACOND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PP-CONDPAGTO = ZEROS
                   MOVE SPACES TO W-DESCCOND
                   DISPLAY TELAPPR
                   GO TO INC-005.
                IF W-TEMCOND = "N"
                   MOVE "*** TABELA DE CONDICOES INDISPONIVEL ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                PERFORM CND-ACHA THRU CND-ACHA-FIM
                IF W-DESCCOND = SPACES
                   MOVE "*** CONDICAO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY TELAPPR.
       INC-005.
                ACCEPT TELATRANSP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PP-CODTRANSP = ZEROS
                   MOVE SPACES TO W-RAZAOTRP
                   DISPLAY TELAPPR
                   GO TO INC-006.
                IF W-TEMTRP = "N"
                   MOVE "*** CADASTRO DE TRANSPORTADORAS INDISPONIVEL"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE PP-CODTRANSP TO TR-CODIGO
                READ CADTRP
                IF ST-TRP NOT = "00"
                   MOVE "*** TRANSPORTADORA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF TR-SITUACAO NOT = "A"
                   MOVE "*** TRANSPORTADORA NAO ESTA ATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE TR-RAZAO TO W-RAZAOTRP
                DISPLAY TELAPPR.
       INC-006.
                ACCEPT TELADEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PP-DEPOSITO = SPACES
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TELAFREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PP-FREQ = "s"
                   MOVE "S" TO PP-FREQ.
                IF PP-FREQ = "q"
                   MOVE "Q" TO PP-FREQ.
                IF PP-FREQ = "m"
                   MOVE "M" TO PP-FREQ.
                IF PP-FREQ NOT = "S" AND "Q" AND "M"
                   MOVE "*** DIGITE S=SEMANAL Q=QUINZENAL M=MENSAL ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                DISPLAY TELAPPR.
       INC-008.
                ACCEPT TELAPROX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE "V" TO W-DTFUNCAO
                MOVE PP-PROXDATA TO W-DTDATA1
                CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                     W-DTRET W-DTDIAS
                IF PP-PROXDATA = ZEROS OR W-DTRET NOT = ZEROS
                   MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                IF PP-PROXDATA < W-DATAHOJE AND W-SEL = ZEROS
                   MOVE "*** EMISSAO ANTERIOR A HOJE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TELAFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF PP-DATAFIM = ZEROS
                   GO TO INC-010.
                MOVE "V" TO W-DTFUNCAO
                MOVE PP-DATAFIM TO W-DTDATA1
                CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                     W-DTRET W-DTDIAS
                IF W-DTRET NOT = ZEROS
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF PP-DATAFIM < PP-PROXDATA
                   MOVE "*** DATA FINAL ANTERIOR A EMISSAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT TELAPRAZO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT TELASIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF PP-SITUACAO = "a"
                   MOVE "A" TO PP-SITUACAO.
                IF PP-SITUACAO = "s"
                   MOVE "S" TO PP-SITUACAO.
                IF PP-SITUACAO = "e"
                   MOVE "E" TO PP-SITUACAO.
                IF PP-SITUACAO NOT = "A" AND "S" AND "E"
                   MOVE "*** DIGITE A=ATIVO S=SUSPENSO E=ENCERRADO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                PERFORM EXT-ACHA THRU EXT-ACHA-FIM
                DISPLAY TELAPPR.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR0.
                MOVE ZEROS TO W-ITEM PP-ULTPED PP-ULTDATA
                MOVE W-OPERLOGADO TO PP-ULTOPER
                WRITE REGPPR
                IF ST-PPR = "00" OR "02"
                   GO TO ITM-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      *   ITENS DO PEDIDO PROGRAMADO                *
      *   (O ESTOQUE SO E VERIFICADO NA GERACAO)    *
      ***********************************************
      *
       ITM-001.
                MOVE SPACES TO UNIDADE DESCRICAO
                MOVE ZEROS TO PPI-PRODUTO PPI-QUANTIDADE PRECOVENDA
                MOVE PP-NUMERO TO PPI-NUMERO
                COMPUTE PPI-ITEM = W-ITEM + 1
                DISPLAY TELAITEMP.
       ITM-002.
                ACCEPT TELAPRODUTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ITM-FIM.
                IF PPI-PRODUTO = ZEROS
                   MOVE "*** COD PRODUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-002.
                MOVE PPI-PRODUTO TO CODGO
                READ CADPRO
                IF ST-PRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-002.
                DISPLAY TELAITEMP.
       ITM-004.
                ACCEPT TELAQUANTIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-002.
                IF PPI-QUANTIDADE = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004.
                IF PPI-QUANT-FRAC NOT = ZEROS
                   MOVE "*** QUANTIDADE DEVE SER INTEIRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004.
       ITM-OPC.
               MOVE "S" TO W-OPCAO
               DISPLAY (23, 40) "ITEM OK (S/N) : ".
               ACCEPT (23, 57) W-OPCAO WITH UPDATE
               ACCEPT W-ACT FROM ESCAPE KEY
               IF W-ACT = 02 GO TO ITM-001.
               IF W-OPCAO = "N" OR "n"
                  MOVE " * ITEM RECUSADO PELO OPERADOR * " TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ITM-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   GO TO ITM-OPC.
        ITM-WR1.
                ADD 1 TO W-ITEM
                MOVE W-ITEM TO PPI-ITEM
                WRITE REGPPRI
                IF ST-PPI = "00" OR "02"
                        MOVE "*** ITEM GRAVADO ***" TO MENS
                        PERFORM ROT-MENS THRU ROT-MENS-FIM
                        GO TO ITM-MAIS
                ELSE
                   SUBTRACT 1 FROM W-ITEM
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPPRI" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       ITM-MAIS.
                MOVE "S" TO W-MAISITEM
                DISPLAY (23, 40) "MAIS ITENS (S/N) : ".
                ACCEPT (23, 60) W-MAISITEM WITH UPDATE
                IF W-MAISITEM = "S" OR "s"
                   GO TO ITM-001.
                IF W-MAISITEM NOT = "N" AND "n"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-MAIS.
       ITM-FIM.
                IF W-ITEM = ZEROS
                   MOVE "*** PEDIDO PROGRAMADO SEM ITENS - EXCLUIDO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-DL1.
                DISPLAY TELAPPR.
       INC-WR1.
                MOVE W-OPERLOGADO TO PP-ULTOPER
                REWRITE REGPPR
                IF ST-PPR = "00" OR "02"
                   MOVE "*** PEDIDO PROGRAMADO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      *   CONSULTA / ALTERACAO / EXCLUSAO           *
      ***********************************************
      *
       ACE-001.
                DISPLAY (23, 12)
             "F1=NOVO F2=ALTERAR F3=EXCLUIR F4=REFAZER ITENS"
                ACCEPT (23, 70) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACT = 03
                   MOVE 1 TO W-SEL
                   GO TO INC-003.
                IF W-ACT = 05
                   GO TO RIT-OPC.
      *
       EXC-OPC.
                DISPLAY(23, 40) "EXCLUIR PROGRAMACAO E ITENS (S/N) : ".
                ACCEPT (23, 77) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM E N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPPR RECORD
                IF ST-PPR NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ITM-DEL THRU ITM-DEL-FIM
                MOVE "*** REGISTRO EXCLUIDO *** " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       ALT-RW1.
                MOVE W-OPERLOGADO TO PP-ULTOPER
                REWRITE REGPPR
                IF ST-PPR = "00" OR "02"
                   MOVE "*** PEDIDO PROGRAMADO ALTERADO *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPPR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *   REFAZER ITENS: APAGA OS ITENS ATUAIS E
      *   DIGITA A NOVA LISTA
      *
       RIT-OPC.
                DISPLAY(23, 40) "APAGAR OS ITENS ATUAIS (S/N) : ".
                ACCEPT (23, 72) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITENS MANTIDOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM E N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO RIT-OPC.
                PERFORM ITM-DEL THRU ITM-DEL-FIM
                MOVE ZEROS TO W-ITEM
                GO TO ITM-001.
      *
       ITM-DEL.
                MOVE PP-NUMERO TO PPI-NUMERO
                MOVE ZEROS TO PPI-ITEM
                START CADPPRI KEY IS NOT LESS CHAVEPI
                      INVALID KEY
                         GO TO ITM-DEL-FIM.
       ITM-DEL1.
                READ CADPPRI NEXT RECORD
                    AT END
                       GO TO ITM-DEL-FIM.
                IF PPI-NUMERO NOT = PP-NUMERO
                   GO TO ITM-DEL-FIM.
                DELETE CADPPRI RECORD
                GO TO ITM-DEL1.
       ITM-DEL-FIM.
                EXIT.
      *
      ***********************************************
      *   DESCRICOES DA TELA                        *
      ***********************************************
      *
       CND-ACHA.
                MOVE SPACES TO W-DESCCOND
                IF W-TEMCOND = "N" OR PP-CONDPAGTO = ZEROS
                   GO TO CND-ACHA-FIM.
                MOVE PP-CONDPAGTO TO CD-CODIGO
                READ CADCOND
                IF ST-CND = "00"
                   MOVE CD-DESCRICAO TO W-DESCCOND.
       CND-ACHA-FIM.
                EXIT.
      *
       TRP-ACHA.
                MOVE SPACES TO W-RAZAOTRP
                IF W-TEMTRP = "N" OR PP-CODTRANSP = ZEROS
                   GO TO TRP-ACHA-FIM.
                MOVE PP-CODTRANSP TO TR-CODIGO
                READ CADTRP
                IF ST-TRP = "00"
                   MOVE TR-RAZAO TO W-RAZAOTRP.
       TRP-ACHA-FIM.
                EXIT.
      *
       EXT-ACHA.
                MOVE SPACES TO W-FREQEXT W-SITEXT
                IF PP-FREQ = "S"
                   MOVE "SEMANAL" TO W-FREQEXT.
                IF PP-FREQ = "Q"
                   MOVE "QUINZENAL" TO W-FREQEXT.
                IF PP-FREQ = "M"
                   MOVE "MENSAL" TO W-FREQEXT.
                IF PP-SITUACAO = "A"
                   MOVE "ATIVO" TO W-SITEXT.
                IF PP-SITUACAO = "S"
                   MOVE "SUSPENSO" TO W-SITEXT.
                IF PP-SITUACAO = "E"
                   MOVE "ENCERRADO" TO W-SITEXT.
       EXT-ACHA-FIM.
                EXIT.
      *
      ***********************************************
      *   NUMERADOR (CADCTRL)                       *
      ***********************************************
      *
       GER-NUMPPR.
                MOVE "PPR" TO CT-SEQID
                READ CADCTRL
                IF ST-CTR = "23"
                   MOVE "PPR" TO CT-SEQID
                   MOVE 1 TO CT-PROXNUM
                   WRITE REGCTRL
                   IF ST-CTR NOT = "00" AND "02"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTRL"
                           TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   END-IF
                ELSE
                   IF ST-CTR NOT = "00"
                      MOVE "ERRO NA LEITURA DO ARQUIVO CADCTRL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                MOVE CT-PROXNUM TO PP-NUMERO
                ADD 1 TO CT-PROXNUM
                REWRITE REGCTRL
                IF ST-CTR NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCTRL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       GER-NUMPPR-FIM.
                EXIT.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
      *
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
