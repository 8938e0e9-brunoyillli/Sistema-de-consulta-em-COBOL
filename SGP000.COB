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
       77 ST-AUD       PIC X(02) VALUE "00".
       77 W-OPERLOGADO PIC X(08) VALUE SPACES.
       77 W-SENHALOG   PIC X(08) VALUE SPACES.
       77 W-LKSFUN     PIC X(01) VALUE SPACES.
       77 W-LKSPROG    PIC X(08) VALUE SPACES.
       77 W-LKSRET     PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF    PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS    PIC X(50) VALUE SPACES.
       77 W-LKSHASH    PIC X(20) VALUE SPACES.
       77 W-PERFILOG   PIC 9(01) VALUE 3.
       77 W-NIVELREQ   PIC 9(01) VALUE 1.
       01 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
               VALUE  "   1 = CADASTRO DE CEP".
           05  LINE 06  COLUMN 41
               VALUE  "C = COMPRAS E RECEBIMENTO".
           05  LINE 07  COLUMN 41
               VALUE  "R = CONCILIACAO BANCARIA".
           05  LINE 08  COLUMN 41
               VALUE  "I = INVENTARIO FISICO".
           05  LINE 09  COLUMN 41
               VALUE  "S = CONSULTA DE NUMERO DE SERIE".
           05  LINE 10  COLUMN 41
               VALUE  "D = DEPOSITOS/TRANSFERENCIA".
           05  LINE 11  COLUMN 41
               VALUE  "Q = PEDIDOS PROGRAMADOS".
           05  LINE 12  COLUMN 41
               VALUE  "O = CADASTRO DE ORCAMENTO".
           05  LINE 13  COLUMN 41
               VALUE  "L = NF DE ENTRADA (FORNECEDOR)".
           05  LINE 14  COLUMN 41
               VALUE  "F = FUSAO DE CLIENTES".
           05  LINE 15  COLUMN 41
               VALUE  "K = COBRANCA (CONTATO/PROMESSA)".
           05  LINE 16  COLUMN 41
               VALUE  "A = CONSULTA DE AUDITORIA".
           05  LINE 17  COLUMN 41
               VALUE  "W = APROVACAO DE PEDIDOS".
           05  LINE 18  COLUMN 41
               VALUE  "E = EXPEDICAO DE PEDIDOS".
           05  LINE 08  COLUMN 01
               VALUE  "   3 = CADASTRO DE CLIENTE".
           05  LINE 12  COLUMN 01
               VALUE  "   4 = CADASTRO DE PEDIDO".
           05  LINE 13  COLUMN 01
               VALUE  "   X = CAIXA DO BALCAO".
           05  LINE 14  COLUMN 01
               VALUE  "   5 = CONSULTA DE PEDIDOS".
           05  LINE 16  COLUMN 01
               VALUE  "   6 = TABELAS DE PRODUTO".
           05  LINE 17  COLUMN 01
               VALUE  "   U = SPOOL DE RELATORIOS".
           05  LINE 18  COLUMN 01
               VALUE  "   7 = CADASTRO DE OPERADOR".
           05  LINE 19  COLUMN 01
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP000  " TO W-LKSPROG
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
           IF W-OPCAO = "M" OR "m"
              CALL "SGP025"
              GO TO INC-MENU.
           IF W-OPCAO = "R" OR "r"
              CALL "SGP026"
              GO TO INC-MENU.
           IF W-OPCAO = "S" OR "s"
              CALL "SGP027"
              GO TO INC-MENU.
           IF W-OPCAO = "Q" OR "q"
              CALL "SGP028"
              GO TO INC-MENU.
           IF W-OPCAO = "L" OR "l"
              CALL "SGP029"
              GO TO INC-MENU.
           IF W-OPCAO = "K" OR "k"
              CALL "SGP030"
              GO TO INC-MENU.
           IF W-OPCAO = "W" OR "w"
              CALL "SGP031"
              GO TO INC-MENU.
           IF W-OPCAO = "U" OR "u"
              CALL "SGP032"
              GO TO INC-MENU.
           IF W-OPCAO = "X" OR "x"
              CALL "SGP033"
              GO TO INC-MENU.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-MENU.
              DISPLAY (18, 01) LIMPA35
              DISPLAY (14, 41) LIMPA35
              DISPLAY (16, 41) LIMPA35
              DISPLAY (17, 41) LIMPA35
              DISPLAY (22, 01) LIMPA35
              DISPLAY (23, 01) LIMPA35.
           IF W-PERFILOG < 2
              DISPLAY (06, 41) LIMPA35
              DISPLAY (07, 41) LIMPA35
              DISPLAY (08, 41) LIMPA35
              DISPLAY (10, 41) LIMPA35
              DISPLAY (11, 41) LIMPA35
              DISPLAY (13, 41) LIMPA35
              DISPLAY (15, 41) LIMPA35
              DISPLAY (18, 41) LIMPA35
              DISPLAY (16, 01) LIMPA35
              DISPLAY (17, 01) LIMPA35
              DISPLAY (19, 01) LIMPA35
              DISPLAY (19, 41) LIMPA35
              DISPLAY (20, 01) LIMPA35
           IF W-OPCAO = "C" OR "c" OR "I" OR "i" OR "D" OR "d"
              OR "E" OR "e" OR "G" OR "g" OR "P" OR "p"
              OR "N" OR "n" OR "V" OR "v" OR "T" OR "t"
              OR "H" OR "h" OR "R" OR "r" OR "Q" OR "q"
              OR "L" OR "l" OR "K" OR "k" OR "U" OR "u"
              MOVE 2 TO W-NIVELREQ.
           IF W-OPCAO = "6" OR "8" OR "9"
              MOVE 2 TO W-NIVELREQ.
           IF W-OPCAO = "7" OR "F" OR "f" OR "A" OR "a"
              OR "B" OR "b" OR "M" OR "m" OR "W" OR "w"
              MOVE 3 TO W-NIVELREQ.
       PRF-CHK-FIM.
           EXIT.
