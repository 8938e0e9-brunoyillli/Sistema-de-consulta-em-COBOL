      *  FRETE POR UF DE DESTINO E FAIXA DE PESO           *
      *  (CADFRETE) - USADOS PELO SGP006 NO CALCULO DO     *
      *  FRETE DO PEDIDO E PELO SGP009/SGP017              *
      *  CADASTRO DE VEICULOS (CADVEIC) COM A CAPACIDADE   *
      *  EM PESO E VOLUME - USADO PELO SGP017 NO PLANO DE  *
      *  CARGA (TRANSPORTADORA 000 = FROTA PROPRIA)        *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEF
                    FILE STATUS IS ST-FRT.
           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS VE-PLACA
                    FILE STATUS IS ST-VEI.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    05 FR-FAIXA     PIC 9(02).
                03 FR-PESOMAX       PIC 9(05)V9(03).
                03 FR-VALOR         PIC 9(06)V99.
       FD CADVEIC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
                03 VE-PLACA         PIC X(07).
                03 VE-CODTRANSP     PIC 9(03).
                03 VE-DESCRICAO     PIC X(20).
                03 VE-PESOMAX       PIC 9(05)V9(03).
                03 VE-VOLMAX        PIC 9(03)V9(03).
                03 VE-SITUACAO      PIC X(01).
                03 VE-ULTOPER       PIC X(08).
       FD CADOPER
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADOPER.DAT".
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
       77 W-FUNCAO        PIC X(01) VALUE SPACES.
       77 ST-TRP          PIC X(02) VALUE "00".
       77 ST-FRT          PIC X(02) VALUE "00".
       77 ST-VEI          PIC X(02) VALUE "00".
       77 W-TEMTRP        PIC X(01) VALUE "N".
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
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
               VALUE  "   T = CADASTRO DE TRANSPORTADORA".
           05  LINE 09  COLUMN 01
               VALUE  "   F = TABELA DE FRETE POR UF E PESO".
           05  LINE 11  COLUMN 01
               VALUE  "   V = CADASTRO DE VEICULOS".
           05  LINE 14  COLUMN 01
               VALUE  "   OPCAO : ".
           05  TFUNCAO
               LINE 14  COLUMN 13  PIC X(01)
               USING  W-FUNCAO
               HIGHLIGHT.
      *
               LINE 11  COLUMN 32  PIC 9(06)
               USING  FR-VALOR
               HIGHLIGHT.
      *
        01  TELAVEI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              CADASTRO DE VEICULOS".
           05  LINE 05  COLUMN 01
               VALUE  "   PLACA".
           05  LINE 07  COLUMN 01
               VALUE  "   TRANSPORTADORA (000=PROPRIA)".
           05  LINE 09  COLUMN 01
               VALUE  "   DESCRICAO".
           05  LINE 11  COLUMN 01
               VALUE  "   PESO MAXIMO DA CARGA (KG)".
           05  LINE 13  COLUMN 01
               VALUE  "   VOLUME MAXIMO (M3, 0=LIVRE)".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO (A/C)".
           05  TVEPLACA
               LINE 05  COLUMN 34  PIC X(07)
               USING  VE-PLACA
               HIGHLIGHT.
           05  TVECODTRANSP
               LINE 07  COLUMN 34  PIC 9(03)
               USING  VE-CODTRANSP
               HIGHLIGHT.
           05  TVERAZAO
               LINE 07  COLUMN 39  PIC X(30)
               USING  TR-RAZAO
               HIGHLIGHT.
           05  TVEDESCRICAO
               LINE 09  COLUMN 34  PIC X(20)
               USING  VE-DESCRICAO
               HIGHLIGHT.
           05  TVEPESOMAX
               LINE 11  COLUMN 34  PIC ZZ.ZZ9,999
               USING  VE-PESOMAX
               HIGHLIGHT.
           05  TVEVOLMAX
               LINE 13  COLUMN 34  PIC ZZ9,999
               USING  VE-VOLMAX
               HIGHLIGHT.
           05  TVESITUACAO
               LINE 15  COLUMN 34  PIC X(01)
               USING  VE-SITUACAO
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP023  " TO W-LKSPROG
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
       INC-MENU.
              GO TO TRP-OP0.
           IF W-FUNCAO = "F" OR "f"
              GO TO FRT-OP0.
           IF W-FUNCAO = "V" OR "v"
              GO TO VEI-OP0.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-MENU.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ***********************************************
      *   CADASTRO DE VEICULOS                      *
      *   CAPACIDADE DE CARGA EM PESO E VOLUME POR  *
      *   PLACA - O SGP017 SO USA OS VEICULOS "A"   *
      ***********************************************
      *
       VEI-OP0.
           OPEN I-O CADVEIC
           IF ST-VEI NOT = "00"
              IF ST-VEI = "30" OR "35"
                    OPEN OUTPUT CADVEIC
                    CLOSE CADVEIC
                    OPEN I-O CADVEIC
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADVEIC" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
           MOVE "S" TO W-TEMTRP
           OPEN INPUT CADTRP
           IF ST-TRP NOT = "00"
              MOVE "N" TO W-TEMTRP.
       VEI-001.
           MOVE SPACES TO VE-PLACA VE-DESCRICAO TR-RAZAO
           MOVE ZEROS TO VE-CODTRANSP VE-PESOMAX VE-VOLMAX
           MOVE "A" TO VE-SITUACAO
           DISPLAY TELAVEI.
       VEI-002.
           ACCEPT TVEPLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADVEIC
              IF W-TEMTRP = "S"
                 CLOSE CADTRP
              END-IF
              GO TO INC-MENU.
           IF VE-PLACA = SPACES
              MOVE "*** PLACA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-002.
       VEI-LER.
           MOVE 0 TO W-SEL
           READ CADVEIC
           IF ST-VEI NOT = "23"
              IF ST-VEI = "00"
                 PERFORM VEI-TRP THRU VEI-TRP-FIM
                 DISPLAY TELAVEI
                 MOVE "*** VEICULO JA CADASTRADO ***" TO MENS
                 MOVE 1 TO W-SEL
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO VEI-ACE
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADVEIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
       VEI-003.
           ACCEPT TVECODTRANSP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-002.
           PERFORM VEI-TRP THRU VEI-TRP-FIM
           DISPLAY TELAVEI
           IF VE-CODTRANSP NOT = ZEROS AND TR-RAZAO = SPACES
              MOVE "*** TRANSPORTADORA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-003.
       VEI-003A.
           ACCEPT TVEDESCRICAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-003.
       VEI-003B.
           ACCEPT TVEPESOMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-003A.
           IF VE-PESOMAX = ZEROS
              MOVE "*** PESO MAXIMO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-003B.
       VEI-003C.
           ACCEPT TVEVOLMAX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-003B.
       VEI-003D.
           ACCEPT TVESITUACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-003C.
           IF VE-SITUACAO NOT = "A" AND "C"
              MOVE "*** SITUACAO DEVE SER A OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-003D.
       VEI-004.
           IF W-SEL = 1
              GO TO VEI-ALT-OPC.
       VEI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-001.
           IF W-OPCAO = "N" OR "n"
              MOVE " * DADOS RECUSADOS PELO OPERADOR * " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              GO TO VEI-OPC.
       VEI-WR1.
           MOVE W-OPERLOGADO TO VE-ULTOPER
           WRITE REGVEIC
           IF ST-VEI = "00" OR "02"
              MOVE "*** DADOS GRAVADOS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-001.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADVEIC" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       VEI-ACE.
           DISPLAY (23, 12)
               "F1=NOVO REGISTRO F2=ALTERAR  F3=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
              GO TO VEI-ACE.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-ACT = 02
              MOVE 0 TO W-SEL
              GO TO VEI-001.
           IF W-ACT = 03
              MOVE 1 TO W-SEL
              GO TO VEI-003.
       VEI-EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM E N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-EXC-OPC.
       VEI-EXC-DL1.
           DELETE CADVEIC RECORD
           IF ST-VEI = "00"
              MOVE "*** REGISTRO EXCLUIDO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-001.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       VEI-ALT-OPC.
           DISPLAY (23, 40) "ALTERAR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO VEI-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM e N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-ALT-OPC.
       VEI-ALT-RW1.
           MOVE W-OPERLOGADO TO VE-ULTOPER
           REWRITE REGVEIC
           IF ST-VEI = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VEI-001.
           MOVE "ERRO NA ALTERACAO DO REGISTRO VEICULO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *   RAZAO SOCIAL DA TRANSPORTADORA DO VEICULO
      *
       VEI-TRP.
           MOVE SPACES TO TR-RAZAO
           IF VE-CODTRANSP = ZEROS
              MOVE "FROTA PROPRIA" TO TR-RAZAO
              GO TO VEI-TRP-FIM.
           IF W-TEMTRP = "N"
              GO TO VEI-TRP-FIM.
           MOVE VE-CODTRANSP TO TR-CODIGO
           READ CADTRP
           IF ST-TRP NOT = "00"
              MOVE SPACES TO TR-RAZAO.
       VEI-TRP-FIM.
           EXIT.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
