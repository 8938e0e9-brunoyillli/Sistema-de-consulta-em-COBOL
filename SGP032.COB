       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP032.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  SPOOL DE RELATORIOS                               *
      *  LISTA O CATALOGO CADSPOOL (GRAVADO PELO SGPD007   *
      *  A CADA LISTAGEM GERADA) FILTRANDO POR RELATORIO   *
      *  E PERIODO, 10 POR TELA. ESCOLHIDA A SEQUENCIA:    *
      *  F2 = VISUALIZA A COPIA NA TELA, 20 LINHAS POR     *
      *       PAGINA (F3 DESLOCA PARA AS COLUNAS 81-160)   *
      *  F3 = REIMPRIME A COPIA EM REIMPRES.LST, COM       *
      *       REGISTRO NA AUDITORIA                        *
      *  F4 = RETENCAO EM DIAS DAQUELE RELATORIO (CADRETSP,*
      *       SO PERFIL 3). SEM RETENCAO PROPRIA VALE O    *
      *       SPOOLDIA DO CADPARM, E SEM ELE 90 DIAS. O    *
      *       EXPURGO DAS COPIAS VENCIDAS E FEITO PELO     *
      *       SGPB025 NA RODADA NOTURNA                    *
      *  FUNCAO DO PERFIL 2                                *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SP-SEQ
                    FILE STATUS IS ST-SPL
                    ALTERNATE RECORD KEY IS CHAVE2SP = SP-ARQ
                                                      WITH DUPLICATES.
           SELECT CADRETSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RS-ARQ
                    FILE STATUS IS ST-RET.
           SELECT CADPARM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PM-CODIGO
                    FILE STATUS IS ST-PRM.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
           SELECT CADAUD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-AUD.
           SELECT RELCOP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-COP.
           SELECT RELREI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-REI.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSPOOL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSPOOL.DAT".
       01 REGSPOOL.
                03 SP-SEQ           PIC 9(06).
                03 SP-ARQ           PIC X(12).
                03 SP-PROG          PIC X(08).
                03 SP-DATA          PIC 9(08).
                03 SP-HORA          PIC 9(06).
                03 SP-OPER          PIC X(08).
                03 SP-PARM          PIC X(60).
                03 SP-PAGINAS       PIC 9(05).
                03 SP-LINHAS        PIC 9(07).
                03 SP-COPIA         PIC X(30).
                03 SP-SITUACAO      PIC X(01).
                03 SP-DATAEXP       PIC 9(08).
       FD CADRETSP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADRETSP.DAT".
       01 REGRETSP.
                03 RS-ARQ           PIC X(12).
                03 RS-DIAS          PIC 9(03).
                03 RS-DATA          PIC 9(08).
                03 RS-ULTOPER       PIC X(08).
       FD CADPARM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPARM.DAT".
       01 REGPARM.
                03 PM-CODIGO        PIC X(08).
                03 PM-DESCRICAO     PIC X(30).
                03 PM-VALOR         PIC 9(03)V9(04).
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
       FD RELCOP
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS W-NOMECOP.
       01 LINHA-COP                 PIC X(250).
       FD RELREI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "REIMPRES.LST".
       01 LINHA-REI                 PIC X(250).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 LIMPA80         PIC X(80) VALUE SPACES.
       77 ST-SPL          PIC X(02) VALUE "00".
       77 ST-RET          PIC X(02) VALUE "00".
       77 ST-PRM          PIC X(02) VALUE "00".
       77 ST-OPER         PIC X(02) VALUE "00".
       77 ST-AUD          PIC X(02) VALUE "00".
       77 ST-COP          PIC X(02) VALUE "00".
       77 ST-REI          PIC X(02) VALUE "00".
       77 W-TEMMAIS       PIC X(01) VALUE "N".
       77 W-FIMCOP        PIC X(01) VALUE "N".
       77 W-NLIN          PIC 9(02) VALUE ZEROS.
       77 W-APLIN         PIC 9(02) VALUE ZEROS.
       77 W-LIDOS         PIC 9(05) VALUE ZEROS.
       77 W-PULA          PIC 9(05) VALUE ZEROS.
       77 W-VLIN          PIC 9(02) VALUE ZEROS.
       77 W-VIND          PIC 9(02) VALUE ZEROS.
       77 W-VCOL          PIC 9(03) VALUE 1.
       77 W-PAGVER        PIC 9(05) VALUE ZEROS.
       77 W-QTDREI        PIC 9(07) VALUE ZEROS.
       77 W-DIASPAD       PIC 9(03) VALUE 90.
       77 W-DIASINT       PIC 9(07) VALUE ZEROS.
       01 W-FARQ          PIC X(12) VALUE SPACES.
       01 W-FDATAINI      PIC 9(08) VALUE ZEROS.
       01 W-FDATAFIM      PIC 9(08) VALUE ZEROS.
       01 W-SEQSEL        PIC 9(06) VALUE ZEROS.
       01 W-DIAS          PIC 9(03) VALUE ZEROS.
       01 W-DIASANT       PIC 9(03) VALUE ZEROS.
       01 W-TEMRET        PIC X(01) VALUE "N".
       01 W-DATAEXP       PIC 9(08) VALUE ZEROS.
       01 W-NOMECOP       PIC X(30) VALUE SPACES.
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
      *
      *   PAGINA DA COPIA EM VISUALIZACAO (20 LINHAS)
      *
       01 TABVER.
          03 TV-LINHA     PIC X(250) OCCURS 20.
      *
      *   LINHA DO CATALOGO (LINHAS 07 A 16)
      *
       01 W-SPDET.
          03 SD-SEQ       PIC 9(06).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-ARQ       PIC X(12).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-PROG      PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-DATA      PIC 9(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-HORA      PIC 9(06).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-OPER      PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-PAG       PIC ZZZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 SD-SIT       PIC X(01).
      *
      *   DETALHE DA COPIA ESCOLHIDA (LINHAS 18 A 20)
      *
       01 W-DETL1.
          03 FILLER       PIC X(12) VALUE "PARAMETROS: ".
          03 DL1-PARM     PIC X(60).
       01 W-DETL2.
          03 FILLER       PIC X(07) VALUE "COPIA: ".
          03 DL2-COPIA    PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DL2-LINHAS   PIC Z.ZZZ.ZZ9.
          03 FILLER       PIC X(07) VALUE " LINHAS".
       01 W-DETL3.
          03 FILLER       PIC X(10) VALUE "RETENCAO: ".
          03 DL3-DIAS     PIC ZZ9.
          03 FILLER       PIC X(06) VALUE " DIAS ".
          03 DL3-ORIGEM   PIC X(10).
          03 DL3-TEXTO    PIC X(13).
          03 DL3-DATA     PIC 9(08).
      *
      *   CABECALHO DA VISUALIZACAO
      *
       01 W-VERCAB.
          03 FILLER       PIC X(05) VALUE "SEQ. ".
          03 VC-SEQ       PIC 9(06).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 VC-ARQ       PIC X(12).
          03 FILLER       PIC X(08) VALUE " PAGINA ".
          03 VC-PAG       PIC ZZZZ9.
          03 FILLER       PIC X(11) VALUE "  COLUNAS ".
          03 VC-COL       PIC ZZ9.
          03 FILLER       PIC X(03) VALUE " A ".
          03 VC-COLF      PIC ZZ9.
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
        01  TELASPL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                          SPOOL DE RELATORIOS".
           05  LINE 04  COLUMN 01
               VALUE  "RELATORIO:".
           05  TFARQ
               LINE 04  COLUMN 12  PIC X(12)
               USING  W-FARQ
               HIGHLIGHT.
           05  LINE 04  COLUMN 27
               VALUE  "DE:".
           05  TFDATAINI
               LINE 04  COLUMN 31  PIC 9(08)
               USING  W-FDATAINI
               HIGHLIGHT.
           05  LINE 04  COLUMN 41
               VALUE  "ATE:".
           05  TFDATAFIM
               LINE 04  COLUMN 46  PIC 9(08)
               USING  W-FDATAFIM
               HIGHLIGHT.
           05  LINE 06  COLUMN 01
               VALUE  "SEQ.   RELATORIO    PROGRAMA DATA     HORA".
           05  LINE 06  COLUMN 44
               VALUE  "   OPERADOR  PAGS S".
           05  LINE 17  COLUMN 01
               VALUE  "SEQUENCIA:".
           05  TSEQSEL
               LINE 17  COLUMN 12  PIC 9(06)
               USING  W-SEQSEL
               HIGHLIGHT.
           05  LINE 21  COLUMN 01
               VALUE  "NOVA RETENCAO (DIAS):".
           05  TDIAS
               LINE 21  COLUMN 23  PIC 9(03)
               USING  W-DIAS
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO OPERADOR (PERFIL 2)      *
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
           MOVE "SGP032  " TO W-LKSPROG
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
           IF W-PERFILOG < 2
              MOVE "*** FUNCAO NAO PERMITIDA PARA O PERFIL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP0.
           OPEN INPUT CADSPOOL
           IF ST-SPL NOT = "00"
              IF ST-SPL = "30" OR "35"
                    MOVE "*** NENHUM RELATORIO NO SPOOL AINDA ***"
                                                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADSPOOL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       INC-OPR0.
           OPEN I-O CADRETSP
           IF ST-RET NOT = "00"
              IF ST-RET = "30" OR "35"
                    OPEN OUTPUT CADRETSP
                    CLOSE CADRETSP
                    GO TO INC-OPR0
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADRETSP" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADSPOOL
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
                    CLOSE CADSPOOL CADRETSP
                    GO TO ROT-FIM.
      *
      *   RETENCAO PADRAO: SPOOLDIA DO CADPARM (SGP007)
      *
       INC-OPP0.
           OPEN INPUT CADPARM
           IF ST-PRM = "00"
              MOVE "SPOOLDIA" TO PM-CODIGO
              READ CADPARM
              IF ST-PRM = "00" AND PM-VALOR NOT < 1
                 MOVE PM-VALOR TO W-DIASPAD
              END-IF
              CLOSE CADPARM.
      *
      ***********************************************
      *   FILTRO: RELATORIO E PERIODO (ZEROS E      *
      *   BRANCOS = TODOS)                          *
      ***********************************************
      *
       FLT-001.
           MOVE ZEROS TO W-PULA W-SEQSEL W-DIAS
           DISPLAY TELASPL
           DISPLAY (23, 12) "F1=SAIR"
           ACCEPT TFARQ
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 02
              GO TO SAI-001.
       FLT-002.
           ACCEPT TFDATAINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO FLT-001.
       FLT-003.
           ACCEPT TFDATAFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO FLT-002.
           IF W-FDATAFIM NOT = ZEROS AND W-FDATAFIM < W-FDATAINI
              MOVE "*** DATA FINAL MENOR QUE A INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FLT-003.
      *
      ***********************************************
      *   LISTA DO CATALOGO, 10 POR TELA, NA ORDEM  *
      *   DE GERACAO                                *
      ***********************************************
      *
       LST-000.
           MOVE ZEROS TO W-NLIN W-LIDOS W-SEQSEL W-DIAS
           MOVE "N" TO W-TEMMAIS
           DISPLAY TELASPL
           IF W-FARQ = SPACES
              MOVE ZEROS TO SP-SEQ
              START CADSPOOL KEY IS NOT LESS SP-SEQ
                    INVALID KEY
                       GO TO LST-FIM
           ELSE
              MOVE W-FARQ TO SP-ARQ
              START CADSPOOL KEY IS EQUAL CHAVE2SP
                    INVALID KEY
                       GO TO LST-FIM.
       LST-001.
           READ CADSPOOL NEXT RECORD
               AT END
                  GO TO LST-FIM.
           IF W-FARQ NOT = SPACES AND SP-ARQ NOT = W-FARQ
              GO TO LST-FIM.
           IF W-FDATAINI NOT = ZEROS AND SP-DATA < W-FDATAINI
              GO TO LST-001.
           IF W-FDATAFIM NOT = ZEROS AND SP-DATA > W-FDATAFIM
              GO TO LST-001.
           ADD 1 TO W-LIDOS
           IF W-LIDOS NOT > W-PULA
              GO TO LST-001.
           IF W-NLIN = 10
              MOVE "S" TO W-TEMMAIS
              GO TO LST-FIM.
           ADD 1 TO W-NLIN
           MOVE SP-SEQ       TO SD-SEQ
           MOVE SP-ARQ       TO SD-ARQ
           MOVE SP-PROG      TO SD-PROG
           MOVE SP-DATA      TO SD-DATA
           MOVE SP-HORA      TO SD-HORA
           MOVE SP-OPER      TO SD-OPER
           MOVE SP-PAGINAS   TO SD-PAG
           MOVE SP-SITUACAO  TO SD-SIT
           COMPUTE W-APLIN = 6 + W-NLIN
           DISPLAY (W-APLIN, 01) W-SPDET
           GO TO LST-001.
       LST-FIM.
           IF W-NLIN = ZEROS
              IF W-PULA = ZEROS
                 MOVE "*** NENHUMA COPIA PARA O FILTRO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FLT-001
              ELSE
                 MOVE ZEROS TO W-PULA
                 GO TO LST-000.
      *
      ***********************************************
      *   ESCOLHA DA COPIA                          *
      ***********************************************
      *
       SEL-001.
           DISPLAY (23, 12) "F1=FILTRO  F2=PROXIMA TELA  OU INFORME A"
                            " SEQUENCIA"
           ACCEPT TSEQSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA80
           IF W-ACT = 02
              GO TO FLT-001.
           IF W-ACT = 03
              IF W-TEMMAIS = "S"
                 ADD 10 TO W-PULA
                 GO TO LST-000
              ELSE
                 MOVE ZEROS TO W-PULA
                 GO TO LST-000.
           IF W-SEQSEL = ZEROS
              GO TO SEL-001.
           MOVE W-SEQSEL TO SP-SEQ
           READ CADSPOOL
           IF ST-SPL NOT = "00"
              MOVE "*** SEQUENCIA NAO ENCONTRADA NO SPOOL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-001.
       SEL-002.
           PERFORM RET-BUSCA THRU RET-BUSCA-FIM
           MOVE SP-PARM   TO DL1-PARM
           MOVE SP-COPIA  TO DL2-COPIA
           MOVE SP-LINHAS TO DL2-LINHAS
           MOVE W-DIASANT TO DL3-DIAS
           IF W-TEMRET = "S"
              MOVE "(PROPRIA)" TO DL3-ORIGEM
           ELSE
              MOVE "(PADRAO) " TO DL3-ORIGEM.
           IF SP-SITUACAO = "E"
              MOVE "EXPURGADA EM " TO DL3-TEXTO
              MOVE SP-DATAEXP TO DL3-DATA
           ELSE
              MOVE "EXPURGO EM:  " TO DL3-TEXTO
              COMPUTE W-DIASINT = FUNCTION INTEGER-OF-DATE(SP-DATA)
                                + W-DIASANT
              MOVE FUNCTION DATE-OF-INTEGER(W-DIASINT) TO DL3-DATA.
           DISPLAY (18, 01) W-DETL1
           DISPLAY (19, 01) W-DETL2
           DISPLAY (20, 01) W-DETL3.
       OPC-001.
           DISPLAY (23, 12) "F1=VOLTA  F2=VISUALIZA  F3=REIMPRIME  "
                            "F4=RETENCAO"
           ACCEPT (23, 62) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA80
           IF W-ACT = 02
              GO TO LST-000.
           IF W-ACT = 05
              GO TO RET-001.
           IF W-ACT NOT = 03 AND W-ACT NOT = 04
              GO TO OPC-001.
           IF SP-SITUACAO = "E"
              MOVE "*** COPIA JA EXPURGADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPC-001.
           MOVE SP-COPIA TO W-NOMECOP
           OPEN INPUT RELCOP
           IF ST-COP NOT = "00"
              MOVE "*** ARQUIVO DA COPIA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPC-001.
           IF W-ACT = 04
              GO TO REI-001.
      *
      ***********************************************
      *   VISUALIZACAO DA COPIA, 20 LINHAS POR      *
      *   PAGINA E 80 COLUNAS POR VEZ               *
      ***********************************************
      *
       VER-000.
           MOVE ZEROS TO W-PAGVER
           MOVE "N" TO W-FIMCOP
           MOVE 1 TO W-VCOL.
       VER-001.
           ADD 1 TO W-PAGVER
           MOVE ZEROS TO W-VLIN
           MOVE SPACES TO TABVER.
       VER-002.
           IF W-VLIN = 20
              GO TO VER-003.
           READ RELCOP
              AT END
                 MOVE "S" TO W-FIMCOP
                 GO TO VER-003.
           ADD 1 TO W-VLIN
           MOVE LINHA-COP TO TV-LINHA (W-VLIN)
           GO TO VER-002.
       VER-003.
           DISPLAY (01, 01) ERASE
           MOVE SP-SEQ   TO VC-SEQ
           MOVE SP-ARQ   TO VC-ARQ
           MOVE W-PAGVER TO VC-PAG
           MOVE W-VCOL   TO VC-COL
           COMPUTE VC-COLF = W-VCOL + 79
           DISPLAY (01, 01) W-VERCAB
           MOVE ZEROS TO W-VIND.
       VER-004.
           ADD 1 TO W-VIND
           IF W-VIND > W-VLIN
              GO TO VER-005.
           COMPUTE W-APLIN = 2 + W-VIND
           DISPLAY (W-APLIN, 01) TV-LINHA (W-VIND) (W-VCOL:80)
           GO TO VER-004.
       VER-005.
           IF W-FIMCOP = "S"
              DISPLAY (23, 12) "FIM DA COPIA - F1=SAI  F3=COLUNAS"
           ELSE
              DISPLAY (23, 12) "F1=SAI  F2=PROXIMA PAGINA  F3=COLUNAS".
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 04
              IF W-VCOL = 1
                 MOVE 81 TO W-VCOL
                 GO TO VER-003
              ELSE
                 MOVE 1 TO W-VCOL
                 GO TO VER-003.
           IF W-ACT = 03 AND W-FIMCOP = "N"
              GO TO VER-001.
           IF W-ACT NOT = 02
              GO TO VER-005.
           CLOSE RELCOP
           GO TO LST-000.
      *
      ***********************************************
      *   REIMPRESSAO: COPIA PARA O REIMPRES.LST E  *
      *   REGISTRO NA AUDITORIA (OPERACAO "R")      *
      ***********************************************
      *
       REI-001.
           OPEN OUTPUT RELREI
           IF ST-REI NOT = "00"
              MOVE "*** ERRO NA ABERTURA DO REIMPRES.LST ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RELCOP
              GO TO OPC-001.
           MOVE ZEROS TO W-QTDREI.
       REI-002.
           READ RELCOP
              AT END
                 GO TO REI-003.
           MOVE LINHA-COP TO LINHA-REI
           WRITE LINHA-REI
           ADD 1 TO W-QTDREI
           GO TO REI-002.
       REI-003.
           CLOSE RELCOP RELREI
           MOVE "CADSPOOL" TO AU-ARQUIVO
           MOVE SP-SEQ TO AU-CHAVE
           MOVE "R" TO AU-OPERACAO
           MOVE REGSPOOL TO AU-IMAGEMANT
           MOVE "REIMPRESSO EM REIMPRES.LST" TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           MOVE "*** COPIA REIMPRESSA EM REIMPRES.LST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO OPC-001.
      *
      ***********************************************
      *   RETENCAO DO RELATORIO (CADRETSP) - SO     *
      *   PERFIL 3                                  *
      ***********************************************
      *
       RET-001.
           IF W-PERFILOG < 3
              MOVE "*** FUNCAO NAO PERMITIDA PARA O PERFIL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OPC-001.
           MOVE W-DIASANT TO W-DIAS.
       RET-002.
           ACCEPT TDIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE ZEROS TO W-DIAS
              DISPLAY TDIAS
              GO TO OPC-001.
           IF W-DIAS = ZEROS
              MOVE "*** INFORME OS DIAS DE RETENCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RET-002.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE SP-ARQ TO RS-ARQ
           READ CADRETSP
           IF ST-RET = "00"
              MOVE REGRETSP TO W-AUDANT
              MOVE W-DIAS       TO RS-DIAS
              MOVE W-DATAHOJE   TO RS-DATA
              MOVE W-OPERLOGADO TO RS-ULTOPER
              REWRITE REGRETSP
              IF ST-RET NOT = "00" AND "02"
                 MOVE "ERRO NA ALTERACAO DO ARQUIVO CADRETSP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO OPC-001
              END-IF
              MOVE "A" TO AU-OPERACAO
           ELSE
              MOVE SPACES TO W-AUDANT
              MOVE SP-ARQ       TO RS-ARQ
              MOVE W-DIAS       TO RS-DIAS
              MOVE W-DATAHOJE   TO RS-DATA
              MOVE W-OPERLOGADO TO RS-ULTOPER
              WRITE REGRETSP
              IF ST-RET NOT = "00" AND "02"
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRETSP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO OPC-001
              END-IF
              MOVE "I" TO AU-OPERACAO.
           MOVE "CADRETSP" TO AU-ARQUIVO
           MOVE RS-ARQ TO AU-CHAVE
           MOVE W-AUDANT TO AU-IMAGEMANT
           MOVE REGRETSP TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           MOVE ZEROS TO W-DIAS
           DISPLAY TDIAS
           MOVE "*** RETENCAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SEL-002.
      *
      *   DIAS DE RETENCAO DO RELATORIO DA COPIA (SP-ARQ)
      *
       RET-BUSCA.
           MOVE "N" TO W-TEMRET
           MOVE W-DIASPAD TO W-DIASANT
           MOVE SP-ARQ TO RS-ARQ
           READ CADRETSP
           IF ST-RET = "00" AND RS-DIAS NOT = ZEROS
              MOVE "S" TO W-TEMRET
              MOVE RS-DIAS TO W-DIASANT.
       RET-BUSCA-FIM.
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
           CLOSE CADSPOOL CADRETSP CADAUD.
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
