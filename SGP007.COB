                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RP-CODIGO
                    FILE STATUS IS ST-RPO.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
       SELECT CADSUBS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESB
                    FILE STATUS IS ST-SBS.
       SELECT CADCUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CB-CODIGO
                    FILE STATUS IS ST-CUB.
       SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODGO
                    FILE STATUS IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
                03 RP-QTDREPO       PIC 9(06).
                03 RP-CODFOR        PIC 9(05).
                03 RP-LEADTIME      PIC 9(03).
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
       FD CADSUBS
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSUBS.DAT".
       01 REGSUBS.
                03 CHAVESB.
                    05 SB-CODIGO    PIC 9(05).
                    05 SB-PRIOR     PIC 9(02).
                03 SB-SUBST         PIC 9(05).
       FD CADCUB
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCUB.DAT".
       01 REGCUB.
                03 CB-CODIGO        PIC 9(05).
                03 CB-VOLUNIT       PIC 9(02)V9(04).
       FD CADPRO
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
                03 CODGO            PIC 9(05).
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
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CND       PIC X(02) VALUE "00".
       77 ST-PRM       PIC X(02) VALUE "00".
       77 ST-RPO       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-CUB       PIC X(02) VALUE "00".
       77 W-KITKIT     PIC 9(05) VALUE ZEROS.
       77 W-KITCOMP    PIC 9(05) VALUE ZEROS.
       77 W-KITERR     PIC X(01) VALUE "N".
       77 W-KITDESC1   PIC X(30) VALUE SPACES.
       77 W-KITDESC2   PIC X(30) VALUE SPACES.
       77 W-KITLIN     PIC 9(02) VALUE ZEROS.
       01 W-KITDET.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 KD-COMPON    PIC 9(05) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 KD-DESCRICAO PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 KD-QTDCOMP   PIC ZZ.ZZ9.
       77 ST-SBS       PIC X(02) VALUE "00".
       77 W-SBSPROD    PIC 9(05) VALUE ZEROS.
       77 W-SBSPRIOR   PIC 9(02) VALUE ZEROS.
       77 W-SBSSUBST   PIC 9(05) VALUE ZEROS.
       01 W-SBSDET.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 SD-PRIOR     PIC Z9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SD-SUBST     PIC 9(05) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SD-DESCRICAO PIC X(30) VALUE SPACES.
       77 W-DTFUNCAO   PIC X(01) VALUE SPACES.
       01 W-DTDATA1    PIC 9(08) VALUE ZEROS.
       01 W-DTDATA2    PIC 9(08) VALUE ZEROS.
               VALUE  "G = PARAMETROS GERAIS".
           05  LINE 15  COLUMN 41
               VALUE  "R = PARAMETROS DE REPOSICAO".
           05  LINE 07  COLUMN 41
               VALUE  "K = ESTRUTURA DE KITS".
           05  LINE 09  COLUMN 41
               VALUE  "S = PRODUTOS SUBSTITUTOS".
           05  LINE 11  COLUMN 41
               VALUE  "V = CUBAGEM (VOLUME UNITARIO)".
           05  LINE 19  COLUMN 01
               VALUE  "   OPCAO : ".
           05  TTABELA
               LINE 15  COLUMN 28  PIC 9(03)
               USING  RP-LEADTIME
               HIGHLIGHT.
      *
        01  TELAKIT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          ESTRUTURA DE KITS (PRODUTO COMPOSTO)".
           05  LINE 07  COLUMN 01
               VALUE  "      PRODUTO KIT".
           05  LINE 09  COLUMN 01
               VALUE  "      COMPONENTE".
           05  LINE 11  COLUMN 01
               VALUE  "      QTDE POR KIT".
           05  TKTKIT
               LINE 07  COLUMN 28  PIC 9(05)
               USING  KT-KIT
               HIGHLIGHT.
           05  TKTCOMPON
               LINE 09  COLUMN 28  PIC 9(05)
               USING  KT-COMPON
               HIGHLIGHT.
           05  TKTQTDCOMP
               LINE 11  COLUMN 28  PIC 9(05)
               USING  KT-QTDCOMP
               HIGHLIGHT.
      *
        01  TELASUBS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            PRODUTOS SUBSTITUTOS (EQUIVALENTES)".
           05  LINE 07  COLUMN 01
               VALUE  "      PRODUTO".
           05  LINE 09  COLUMN 01
               VALUE  "      PRIORIDADE".
           05  LINE 11  COLUMN 01
               VALUE  "      SUBSTITUTO".
           05  TSBCODIGO
               LINE 07  COLUMN 28  PIC 9(05)
               USING  SB-CODIGO
               HIGHLIGHT.
           05  TSBPRIOR
               LINE 09  COLUMN 28  PIC 9(02)
               USING  SB-PRIOR
               HIGHLIGHT.
           05  TSBSUBST
               LINE 11  COLUMN 28  PIC 9(05)
               USING  SB-SUBST
               HIGHLIGHT.
      *
        01  TELACUB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          CUBAGEM DO PRODUTO (VOLUME UNITARIO)".
           05  LINE 07  COLUMN 01
               VALUE  "      PRODUTO".
           05  LINE 09  COLUMN 01
               VALUE  "      VOLUME POR UNIDADE (M3)".
           05  TCBCODIGO
               LINE 07  COLUMN 32  PIC 9(05)
               USING  CB-CODIGO
               HIGHLIGHT.
           05  TCBDESCRICAO
               LINE 07  COLUMN 39  PIC X(30)
               USING  DESCRICAO
               HIGHLIGHT.
           05  TCBVOLUNIT
               LINE 09  COLUMN 32  PIC Z9,9999
               USING  CB-VOLUNIT
               HIGHLIGHT.
      *
        01  TELACOND.
           05  BLANK SCREEN.
              GO TO PRM-OP0.
           IF W-TABELA = "R" OR "r"
              GO TO RPO-OP0.
           IF W-TABELA = "K" OR "k"
              GO TO KIT-OP0.
           IF W-TABELA = "S" OR "s"
              GO TO SBS-OP0.
           IF W-TABELA = "V" OR "v"
              GO TO CUB-OP0.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-MENU.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***********************************************
      *   ESTRUTURA DE KITS (PRODUTO COMPOSTO)      *
      *   CADA REGISTRO LIGA UM KIT A UM COMPONENTE *
      *   E A QTDE DO COMPONENTE POR UNIDADE DE KIT *
      ***********************************************
      *
       KIT-OP0.
           OPEN I-O CADKIT
           IF ST-KIT NOT = "00"
              IF ST-KIT = "30" OR "35"
                    OPEN OUTPUT CADKIT
                    CLOSE CADKIT
                    OPEN I-O CADKIT
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADKIT" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADKIT
              GO TO INC-MENU.
       KIT-001.
           MOVE ZEROS TO KT-KIT KT-COMPON KT-QTDCOMP W-KITKIT
           MOVE SPACES TO W-KITDESC1 W-KITDESC2
           DISPLAY TELAKIT.
       KIT-002.
           ACCEPT TKTKIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADKIT CADPRO
              GO TO INC-MENU.
           IF KT-KIT = ZEROS
              MOVE "*** PRODUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002.
           MOVE KT-KIT TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002.
           MOVE KT-KIT TO W-KITKIT
           MOVE DESCRICAO TO W-KITDESC1
           PERFORM KIT-VERCOMP THRU KIT-VERCOMP-FIM
           IF W-KITERR = "S"
              MOVE "*** PRODUTO JA E COMPONENTE DE OUTRO KIT ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-001.
       KIT-002A.
           MOVE ZEROS TO KT-COMPON KT-QTDCOMP W-KITCOMP
           MOVE W-KITKIT TO KT-KIT
           MOVE SPACES TO W-KITDESC2
           DISPLAY TELAKIT
           PERFORM KIT-MOSTRA THRU KIT-MOSTRA-FIM.
       KIT-003.
           ACCEPT TKTCOMPON
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO KIT-001.
           IF KT-COMPON = ZEROS OR KT-COMPON = W-KITKIT
              MOVE "*** COMPONENTE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-003.
           MOVE KT-COMPON TO CODGO W-KITCOMP
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-003.
           MOVE DESCRICAO TO W-KITDESC2
           DISPLAY (09, 35) W-KITDESC2
           MOVE W-KITCOMP TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           MOVE "N" TO W-KITERR
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-LER.
           READ CADKIT NEXT
           IF ST-KIT = "00" AND KT-KIT = W-KITCOMP
              MOVE "S" TO W-KITERR.
       KIT-LER.
           MOVE W-KITKIT TO KT-KIT
           MOVE W-KITCOMP TO KT-COMPON
           IF W-KITERR = "S"
              MOVE "*** COMPONENTE NAO PODE SER OUTRO KIT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-003.
           MOVE 0 TO W-SEL
           READ CADKIT
           IF ST-KIT NOT = "23"
              IF ST-KIT = "00"
                 DISPLAY (11, 28) KT-QTDCOMP
                 MOVE "*** COMPONENTE JA CADASTRADO ***" TO MENS
                 MOVE 1 TO W-SEL
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO KIT-ACE
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADKIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              MOVE ZEROS TO KT-QTDCOMP.
       KIT-004.
           ACCEPT TKTQTDCOMP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO KIT-003.
           IF KT-QTDCOMP = ZEROS
              MOVE "*** QTDE POR KIT INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-004.
           IF W-SEL = 1
              GO TO KIT-ALT-OPC.
       KIT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO KIT-002A.
           IF W-OPCAO = "N" OR "n"
              MOVE " * DADOS RECUSADOS PELO OPERADOR * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              GO TO KIT-OPC.
       KIT-WR1.
           WRITE REGKIT
           IF ST-KIT = "00" OR "02"
              MOVE "*** DADOS GRAVADOS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002A.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADKIT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       KIT-ACE.
           DISPLAY (23, 12)
               "F1=NOVO REGISTRO F2=ALTERAR  F3=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
              GO TO KIT-ACE.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 02
              MOVE 0 TO W-SEL
              GO TO KIT-002A.
           IF W-ACT = 03
              MOVE 1 TO W-SEL
              GO TO KIT-004.
       KIT-EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM E N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-EXC-OPC.
       KIT-EXC-DL1.
           DELETE CADKIT RECORD
           IF ST-KIT = "00"
              MOVE "*** REGISTRO EXCLUIDO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002A.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       KIT-ALT-OPC.
           DISPLAY (23, 40) "ALTERAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO KIT-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-ALT-OPC.
       KIT-ALT-RW1.
           REWRITE REGKIT
           IF ST-KIT = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO KIT-002A.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADKIT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *   VERIFICA SE O PRODUTO INFORMADO COMO KIT JA E
      *   COMPONENTE DE OUTRO KIT (SO UM NIVEL DE ESTRUTURA)
      *
       KIT-VERCOMP.
           MOVE "N" TO W-KITERR
           MOVE ZEROS TO KT-KIT KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-VERCOMP-FIM.
       KIT-VERCOMP1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00"
              GO TO KIT-VERCOMP-FIM.
           IF KT-COMPON = W-KITKIT
              MOVE "S" TO W-KITERR
              GO TO KIT-VERCOMP-FIM.
           GO TO KIT-VERCOMP1.
       KIT-VERCOMP-FIM.
           EXIT.
      *
      *   MOSTRA A DESCRICAO DO KIT E OS COMPONENTES JA
      *   CADASTRADOS (LINHAS 13 A 21)
      *
       KIT-MOSTRA.
           DISPLAY (07, 35) W-KITDESC1
           DISPLAY (13, 01) "   COMPONENTES DO KIT:"
           MOVE 14 TO W-KITLIN
           MOVE W-KITKIT TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-MOSTRA2.
       KIT-MOSTRA1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00"
              GO TO KIT-MOSTRA2.
           IF KT-KIT NOT = W-KITKIT
              GO TO KIT-MOSTRA2.
           IF W-KITLIN > 21
              DISPLAY (22, 07) "...MAIS COMPONENTES..."
              GO TO KIT-MOSTRA2.
           MOVE KT-COMPON TO KD-COMPON CODGO
           MOVE KT-QTDCOMP TO KD-QTDCOMP
           READ CADPRO
           IF ST-PRO = "00"
              MOVE DESCRICAO TO KD-DESCRICAO
           ELSE
              MOVE SPACES TO KD-DESCRICAO.
           DISPLAY (W-KITLIN, 01) W-KITDET
           ADD 1 TO W-KITLIN
           GO TO KIT-MOSTRA1.
       KIT-MOSTRA2.
           MOVE W-KITKIT TO KT-KIT
           MOVE ZEROS TO KT-COMPON KT-QTDCOMP.
       KIT-MOSTRA-FIM.
           EXIT.
      *
      ***********************************************
      *   PRODUTOS SUBSTITUTOS (CADSUBS) - PARA     *
      *   CADA PRODUTO, OS EQUIVALENTES APROVADOS   *
      *   EM ORDEM DE PRIORIDADE, OFERECIDOS PELO   *
      *   SGP006 ANTES DE GERAR BACKORDER           *
      ***********************************************
      *
       SBS-OP0.
           OPEN I-O CADSUBS
           IF ST-SBS NOT = "00"
              IF ST-SBS = "30" OR "35"
                    OPEN OUTPUT CADSUBS
                    CLOSE CADSUBS
                    OPEN I-O CADSUBS
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADSUBS" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADSUBS
              GO TO INC-MENU.
       SBS-001.
           MOVE ZEROS TO SB-CODIGO SB-PRIOR SB-SUBST W-SBSPROD
           MOVE SPACES TO W-KITDESC1 W-KITDESC2
           DISPLAY TELASUBS.
       SBS-002.
           ACCEPT TSBCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADSUBS CADPRO
              GO TO INC-MENU.
           IF SB-CODIGO = ZEROS
              MOVE "*** PRODUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002.
           MOVE SB-CODIGO TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002.
           MOVE SB-CODIGO TO W-SBSPROD
           MOVE DESCRICAO TO W-KITDESC1.
       SBS-002A.
           MOVE ZEROS TO SB-PRIOR SB-SUBST
           MOVE W-SBSPROD TO SB-CODIGO
           MOVE SPACES TO W-KITDESC2
           DISPLAY TELASUBS
           PERFORM SBS-MOSTRA THRU SBS-MOSTRA-FIM.
       SBS-003.
           ACCEPT TSBPRIOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO SBS-001.
           IF SB-PRIOR = ZEROS
              MOVE "*** PRIORIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-003.
       SBS-LER.
           MOVE 0 TO W-SEL
           READ CADSUBS
           IF ST-SBS NOT = "23"
              IF ST-SBS = "00"
                 MOVE SB-SUBST TO CODGO
                 READ CADPRO
                 IF ST-PRO = "00"
                    MOVE DESCRICAO TO W-KITDESC2
                 ELSE
                    MOVE SPACES TO W-KITDESC2
                 END-IF
                 DISPLAY (11, 28) SB-SUBST
                 DISPLAY (11, 35) W-KITDESC2
                 MOVE "*** PRIORIDADE JA CADASTRADA ***" TO MENS
                 MOVE 1 TO W-SEL
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SBS-ACE
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADSUBS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              MOVE ZEROS TO SB-SUBST.
       SBS-004.
           ACCEPT TSBSUBST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO SBS-003.
           IF SB-SUBST = ZEROS OR SB-SUBST = W-SBSPROD
              MOVE "*** SUBSTITUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-004.
           MOVE SB-SUBST TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** SUBSTITUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-004.
           MOVE DESCRICAO TO W-KITDESC2
           DISPLAY (11, 35) W-KITDESC2
           PERFORM SBS-VERDUP THRU SBS-VERDUP-FIM
           IF W-KITERR = "S"
              MOVE "*** SUBSTITUTO JA CADASTRADO PARA O PRODUTO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-004.
           IF W-SEL = 1
              GO TO SBS-ALT-OPC.
       SBS-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO SBS-002A.
           IF W-OPCAO = "N" OR "n"
              MOVE " * DADOS RECUSADOS PELO OPERADOR * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              GO TO SBS-OPC.
       SBS-WR1.
           WRITE REGSUBS
           IF ST-SBS = "00" OR "02"
              MOVE "*** DADOS GRAVADOS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002A.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADSUBS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       SBS-ACE.
           DISPLAY (23, 12)
               "F1=NOVO REGISTRO F2=ALTERAR  F3=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
              GO TO SBS-ACE.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 02
              MOVE 0 TO W-SEL
              GO TO SBS-002A.
           IF W-ACT = 03
              MOVE 1 TO W-SEL
              GO TO SBS-004.
       SBS-EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM E N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-EXC-OPC.
       SBS-EXC-DL1.
           DELETE CADSUBS RECORD
           IF ST-SBS = "00"
              MOVE "*** REGISTRO EXCLUIDO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002A.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       SBS-ALT-OPC.
           DISPLAY (23, 40) "ALTERAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO SBS-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002A.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-ALT-OPC.
       SBS-ALT-RW1.
           REWRITE REGSUBS
           IF ST-SBS = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SBS-002A.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CADSUBS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *   O MESMO SUBSTITUTO NAO PODE APARECER EM DUAS
      *   PRIORIDADES DO MESMO PRODUTO
      *
       SBS-VERDUP.
           MOVE "N" TO W-KITERR
           MOVE SB-PRIOR TO W-SBSPRIOR
           MOVE SB-SUBST TO W-SBSSUBST
           MOVE ZEROS TO SB-PRIOR
           START CADSUBS KEY IS NOT LESS CHAVESB
                 INVALID KEY
                    GO TO SBS-VERDUP2.
       SBS-VERDUP1.
           READ CADSUBS NEXT
           IF ST-SBS NOT = "00" OR SB-CODIGO NOT = W-SBSPROD
              GO TO SBS-VERDUP2.
           IF SB-SUBST = W-SBSSUBST AND SB-PRIOR NOT = W-SBSPRIOR
              MOVE "S" TO W-KITERR
              GO TO SBS-VERDUP2.
           GO TO SBS-VERDUP1.
       SBS-VERDUP2.
           MOVE W-SBSPROD  TO SB-CODIGO
           MOVE W-SBSPRIOR TO SB-PRIOR
           MOVE W-SBSSUBST TO SB-SUBST.
       SBS-VERDUP-FIM.
           EXIT.
      *
      *   MOSTRA A DESCRICAO DO PRODUTO E OS SUBSTITUTOS
      *   JA CADASTRADOS (LINHAS 13 A 21)
      *
       SBS-MOSTRA.
           DISPLAY (07, 35) W-KITDESC1
           DISPLAY (13, 01) "   SUBSTITUTOS CADASTRADOS:"
           MOVE 14 TO W-KITLIN
           MOVE W-SBSPROD TO SB-CODIGO
           MOVE ZEROS TO SB-PRIOR
           START CADSUBS KEY IS NOT LESS CHAVESB
                 INVALID KEY
                    GO TO SBS-MOSTRA2.
       SBS-MOSTRA1.
           READ CADSUBS NEXT
           IF ST-SBS NOT = "00"
              GO TO SBS-MOSTRA2.
           IF SB-CODIGO NOT = W-SBSPROD
              GO TO SBS-MOSTRA2.
           IF W-KITLIN > 21
              DISPLAY (22, 07) "...MAIS SUBSTITUTOS..."
              GO TO SBS-MOSTRA2.
           MOVE SB-PRIOR TO SD-PRIOR
           MOVE SB-SUBST TO SD-SUBST CODGO
           READ CADPRO
           IF ST-PRO = "00"
              MOVE DESCRICAO TO SD-DESCRICAO
           ELSE
              MOVE SPACES TO SD-DESCRICAO.
           DISPLAY (W-KITLIN, 01) W-SBSDET
           ADD 1 TO W-KITLIN
           GO TO SBS-MOSTRA1.
       SBS-MOSTRA2.
           MOVE W-SBSPROD TO SB-CODIGO
           MOVE ZEROS TO SB-PRIOR SB-SUBST.
       SBS-MOSTRA-FIM.
           EXIT.
      *
      ***********************************************
      *   CUBAGEM DO PRODUTO: VOLUME EM M3 DE UMA   *
      *   UNIDADE, USADO PELO SGP017 NO PLANO DE    *
      *   CARGA DOS VEICULOS (SEM CUBAGEM O PRODUTO *
      *   ENTRA SO PELO PESO)                       *
      ***********************************************
      *
       CUB-OP0.
           OPEN I-O CADCUB
           IF ST-CUB NOT = "00"
              IF ST-CUB = "30" OR "35"
                    OPEN OUTPUT CADCUB
                    CLOSE CADCUB
                    OPEN I-O CADCUB
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCUB" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCUB
              GO TO INC-MENU.
       CUB-001.
           MOVE ZEROS TO CB-CODIGO CB-VOLUNIT
           MOVE SPACES TO DESCRICAO
           DISPLAY TELACUB.
       CUB-002.
           ACCEPT TCBCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCUB CADPRO
              GO TO INC-MENU.
           IF CB-CODIGO = ZEROS
              MOVE "*** PRODUTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-002.
           MOVE CB-CODIGO TO CODGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-002.
       CUB-LER.
           MOVE 0 TO W-SEL
           READ CADCUB
           IF ST-CUB NOT = "23"
              IF ST-CUB = "00"
                 DISPLAY TELACUB
                 MOVE "*** CUBAGEM JA CADASTRADA ***" TO MENS
                 MOVE 1 TO W-SEL
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CUB-ACE
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADCUB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              MOVE ZEROS TO CB-VOLUNIT
              DISPLAY TELACUB.
       CUB-003.
           ACCEPT TCBVOLUNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CUB-002.
           IF CB-VOLUNIT = ZEROS
              MOVE "*** VOLUME INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-003.
       CUB-004.
           IF W-SEL = 1
              GO TO CUB-ALT-OPC.
       CUB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CUB-001.
           IF W-OPCAO = "N" OR "n"
              MOVE " * DADOS RECUSADOS PELO OPERADOR * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              GO TO CUB-OPC.
       CUB-WR1.
           WRITE REGCUB
           IF ST-CUB = "00" OR "02"
              MOVE "*** DADOS GRAVADOS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-001.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADCUB" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       CUB-ACE.
           DISPLAY (23, 12)
               "F1=NOVO REGISTRO F2=ALTERAR  F3=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
              GO TO CUB-ACE.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 02
              MOVE 0 TO W-SEL
              GO TO CUB-001.
           IF W-ACT = 03
              MOVE 1 TO W-SEL
              GO TO CUB-003.
       CUB-EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM E N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-EXC-OPC.
       CUB-EXC-DL1.
           DELETE CADCUB RECORD
           IF ST-CUB = "00"
              MOVE "*** REGISTRO EXCLUIDO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-001.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       CUB-ALT-OPC.
           DISPLAY (23, 40) "ALTERAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CUB-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-ALT-OPC.
       CUB-ALT-RW1.
           REWRITE REGCUB
           IF ST-CUB = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CUB-001.
           MOVE "ERRO NA ALTERACAO DO REGISTRO CUBAGEM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
