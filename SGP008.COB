       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP008.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *   MANUTENCAO DO CADASTRO DE OPERADOR               *
      *  SO SUPERVISOR (PERFIL 3) ENTRA, IDENTIFICADO PELO *
      *  SGPD004 (SEM CADOPER OU COM ELE VAZIO ENTRA SEM   *
      *  LOGIN PARA CADASTRAR O PRIMEIRO SUPERVISOR).      *
      *  A SENHA DIGITADA E GRAVADA CIFRADA (SGPD004) E    *
      *  TEM DE SER TROCADA PELO OPERADOR NO PROXIMO       *
      *  LOGIN; EM BRANCO NA ALTERACAO MANTEM A ATUAL.     *
      *  BLOQUEADO = N DESBLOQUEIA O OPERADOR QUE ERROU A  *
      *  SENHA 3 VEZES.                                    *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       01 W-AUDANT     PIC X(250) VALUE SPACES.
       01 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 W-OPERLOGADO PIC X(08) VALUE "SGP008  ".
       01 W-SENHALOG   PIC X(08) VALUE SPACES.
       01 W-SENHANOVA  PIC X(08) VALUE SPACES.
       01 W-BLOQANT    PIC X(01) VALUE SPACES.
       01 W-LKSFUN     PIC X(01) VALUE SPACES.
       01 W-LKSPROG    PIC X(08) VALUE SPACES.
       01 W-LKSRET     PIC 9(01) VALUE ZEROS.
       01 W-LKSPERF    PIC 9(01) VALUE ZEROS.
       01 W-LKSMENS    PIC X(50) VALUE SPACES.
       01 W-LKSHASH    PIC X(20) VALUE SPACES.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
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
        01  TELAOPER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      CODIGO  (8 CARACT.)".
           05  LINE 09  COLUMN 01
               VALUE  "      SENHA   (8 CARACT.)".
           05  LINE 09  COLUMN 38
               VALUE  "(EM BRANCO MANTEM A ATUAL)".
           05  LINE 11  COLUMN 01
               VALUE  "      NOME".
           05  LINE 13  COLUMN 01
               VALUE  "      PERFIL (1-3)".
           05  LINE 19  COLUMN 01
               VALUE  "      1=BALCONISTA 2=SENIOR 3=SUPERVISOR".
           05  LINE 21  COLUMN 01
               VALUE  "      BLOQUEADO (S/N)".
           05  LINE 21  COLUMN 32
               VALUE  "(N = DESBLOQUEIA)".
           05  TCODOPER
               LINE 07  COLUMN 28  PIC X(08)
               USING  CODOPER
               HIGHLIGHT.
           05  TSENHA
               LINE 09  COLUMN 28  PIC X(08)
               USING  W-SENHANOVA
               SECURE
               HIGHLIGHT.
           05  TNOME
               LINE 17  COLUMN 28  PIC 9(01)
               USING  PERFIL
               HIGHLIGHT.
           05  TBLOQ
               LINE 21  COLUMN 28  PIC X(01)
               USING  BLOQUEADO
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO SUPERVISOR               *
      ***********************************************
      *
       LOGIN-OP0.
           OPEN INPUT CADOPER
           IF ST-ERRO NOT = "00"
              MOVE "SEMLOGIN" TO W-OPERLOGADO
              GO TO INC-OP0.
           READ CADOPER NEXT RECORD
           IF ST-ERRO NOT = "00"
              CLOSE CADOPER
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
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP008  " TO W-LKSPROG
           CALL "SGPD004" USING W-LKSFUN W-OPERLOGADO W-SENHALOG
                                W-LKSPROG W-LKSRET W-LKSPERF
                                W-LKSMENS W-LKSHASH
           OPEN INPUT CADOPER
           IF W-LKSRET NOT = ZEROS
              MOVE W-LKSMENS TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-001.
           CLOSE CADOPER
           IF W-LKSPERF NOT = 3
              MOVE "*** CADASTRO DE OPERADOR SO PARA SUPERVISOR ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
       INC-OP0.
           OPEN I-O CADOPER
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       INC-001.
              MOVE SPACES TO CODOPER SENHA NOMEOPER W-SENHANOVA
              MOVE SPACES TO SENHAHASH SENHAANT1 SENHAANT2 SENHAANT3
              MOVE "S" TO ATIVO TROCASENHA
              MOVE "N" TO BLOQUEADO W-BLOQANT
              MOVE ZEROS TO PERCOM DATASENHA TENTATIVAS ULTLOGIN
              MOVE 1 TO PERFIL
              DISPLAY TELAOPER.
       INC-002.
               IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                    MOVE REGOPER TO W-AUDANT
                    MOVE BLOQUEADO TO W-BLOQANT
                    DISPLAY TELAOPER
                    MOVE "*** OPERADOR JA CADASTRADO***" TO MENS
                    MOVE 1 TO W-SEL
                ACCEPT TSENHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-SENHANOVA = SPACES AND SENHAHASH = SPACES
                   MOVE "*** INFORME A SENHA INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** PERFIL DEVE SER 1, 2 OU 3 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005B.
       INC-005C.
                ACCEPT TBLOQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005B.
                IF BLOQUEADO NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005C.
                IF BLOQUEADO = "N" AND W-BLOQANT = "S"
                   MOVE ZEROS TO TENTATIVAS.
                PERFORM SEN-GRV THRU SEN-GRV-FIM.
      *
       INC-006.
                IF W-SEL = 1
                DISPLAY (23, 40) "ALTERAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005C.
                IF W-OPCAO = "N" OR "n"
                    MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      *  SENHA DIGITADA: CIFRADA PELO SGPD004, A    *
      *  ANTERIOR VAI PARA O HISTORICO E O OPERADOR *
      *  TROCA NO PROXIMO LOGIN. A SENHA LEGIVEL    *
      *  (SENHA) FICA SEMPRE EM BRANCO              *
      ***********************************************
      *
        SEN-GRV.
                 MOVE SPACES TO SENHA
                 IF W-SENHANOVA = SPACES
                    GO TO SEN-GRV-FIM.
                 MOVE "H" TO W-LKSFUN
                 CALL "SGPD004" USING W-LKSFUN CODOPER W-SENHANOVA
                                      W-LKSPROG W-LKSRET W-LKSPERF
                                      W-LKSMENS W-LKSHASH
                 IF SENHAHASH NOT = SPACES
                    MOVE SENHAANT2 TO SENHAANT3
                    MOVE SENHAANT1 TO SENHAANT2
                    MOVE SENHAHASH TO SENHAANT1.
                 MOVE W-LKSHASH TO SENHAHASH
                 ACCEPT DATASENHA FROM DATE YYYYMMDD
                 MOVE "S" TO TROCASENHA
                 MOVE "N" TO BLOQUEADO
                 MOVE ZEROS TO TENTATIVAS
                 MOVE SPACES TO W-SENHANOVA.
        SEN-GRV-FIM.
                 EXIT.
      *
      ***********************************************
      *  GRAVACAO DE AUDITORIA (CADAUD)             *
      ***********************************************
      *
