       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGPD004.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  ROTINA COMUM DE SENHA E ACESSO DO OPERADOR        *
      *  (CHAMADA VIA CALL PELAS TELAS COM IDENTIFICACAO,  *
      *  PELAS AUTORIZACOES DE SUPERVISOR, PELO SGP008 E   *
      *  PELA CONVERSAO SGPB007)                           *
      *  LK-FUNCAO   "L" = LOGIN DO OPERADOR               *
      *              "S" = CONFERENCIA DE SUPERVISOR (SEM  *
      *                    TROCA DE SENHA NA HORA)         *
      *              "H" = SO DEVOLVE A SENHA CIFRADA EM   *
      *                    LK-HASH (CADASTRO/CONVERSAO)    *
      *  A SENHA NAO FICA LEGIVEL NO CADOPER: GUARDA-SE SO *
      *  A SENHA CIFRADA (SENHAHASH) E AS 3 ANTERIORES.    *
      *  3 SENHAS ERRADAS SEGUIDAS BLOQUEIAM O OPERADOR    *
      *  ATE O SUPERVISOR DESBLOQUEAR NO SGP008.           *
      *  SENHA COM MAIS DE 90 DIAS (OU MARCADA PARA TROCA) *
      *  OBRIGA A TROCA NO LOGIN, SEM REPETIR A ATUAL NEM  *
      *  AS 3 ANTERIORES.                                  *
      *  TODO LOGIN, CERTO OU ERRADO, VAI PARA LOGACES.DAT *
      *  LK-RETORNO = 0 OK / 1 NAO CADASTRADO / 2 SENHA    *
      *               INVALIDA / 3 BLOQUEADO / 4 INATIVO / *
      *               5 TROCA DE SENHA NAO CONCLUIDA /     *
      *               8 CADOPER AUSENTE / 9 ERRO GRAVACAO  *
      *  LK-MENSAGEM  TEXTO PARA A TELA DO CHAMADOR        *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
           SELECT LOGACES ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD LOGACES
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "LOGACES.DAT".
       01 REGLOG.
                03 LG-DATA          PIC 9(08).
                03 LG-HORA          PIC 9(06).
                03 LG-OPERADOR      PIC X(08).
                03 LG-PROGRAMA      PIC X(08).
                03 LG-RESULTADO     PIC X(01).
                03 LG-MOTIVO        PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-LOG       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ABERTO     PIC X(01) VALUE "N".
       77 W-NOVA       PIC X(08) VALUE SPACES.
       77 W-CONF       PIC X(08) VALUE SPACES.
       77 W-TAMSENHA   PIC 9(02) VALUE ZEROS.
       77 W-HASHNOVA   PIC X(20) VALUE SPACES.
       77 W-RESULT     PIC X(01) VALUE SPACES.
       77 W-DIASSENHA  PIC 9(06) VALUE ZEROS.
       77 W-PRAZO      PIC 9(03) VALUE 90.
       77 W-MAXTENT    PIC 9(01) VALUE 3.
       77 W-MINSENHA   PIC 9(02) VALUE 6.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
      *
      *   ENTRADA E SAIDA DA CIFRA (CODIGO + SENHA)
      *
       01 W-HENT.
          03 W-HOPER      PIC X(08).
          03 W-HSENHA     PIC X(08).
       01 W-HENT-TAB REDEFINES W-HENT.
          03 W-HCAR       PIC X(01) OCCURS 16 TIMES.
       01 W-HSAI.
          03 W-HSAI-A     PIC 9(10).
          03 W-HSAI-B     PIC 9(10).
       77 W-HIND       PIC 9(02) VALUE ZEROS.
       77 W-HPASSO     PIC 9(03) VALUE ZEROS.
       77 W-HA         PIC 9(10) VALUE ZEROS.
       77 W-HB         PIC 9(10) VALUE ZEROS.
       77 W-HC         PIC 9(06) VALUE ZEROS.
       77 W-HW         PIC 9(18) VALUE ZEROS.
       77 W-HQ         PIC 9(18) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01 LK-FUNCAO    PIC X(01).
       01 LK-OPERADOR  PIC X(08).
       01 LK-SENHA     PIC X(08).
       01 LK-PROGRAMA  PIC X(08).
       01 LK-RETORNO   PIC 9(01).
       01 LK-PERFIL    PIC 9(01).
       01 LK-MENSAGEM  PIC X(50).
       01 LK-HASH      PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-FUNCAO LK-OPERADOR LK-SENHA
                                LK-PROGRAMA LK-RETORNO LK-PERFIL
                                LK-MENSAGEM LK-HASH.
       INICIO.
           MOVE ZEROS TO LK-RETORNO LK-PERFIL
           MOVE SPACES TO LK-MENSAGEM
           MOVE "N" TO W-ABERTO
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           IF LK-FUNCAO = "H"
              MOVE LK-OPERADOR TO W-HOPER
              MOVE LK-SENHA TO W-HSENHA
              PERFORM ROT-HASH THRU ROT-HASH-FIM
              MOVE W-HSAI TO LK-HASH
              GO TO ROT-FIM.
      *
      ***********************************************
      *  LEITURA DO OPERADOR                        *
      ***********************************************
      *
       ACE-OP0.
           OPEN I-O CADOPER
           IF ST-OPER NOT = "00"
              MOVE 8 TO LK-RETORNO
              MOVE "*** ARQUIVO CADOPER NAO ENCONTRADO ***"
                   TO LK-MENSAGEM
              GO TO ROT-FIM.
           MOVE "S" TO W-ABERTO
           MOVE LK-OPERADOR TO CODOPER
           READ CADOPER
           IF ST-OPER NOT = "00"
              MOVE 1 TO LK-RETORNO
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO LK-MENSAGEM
              MOVE "F" TO W-RESULT
              PERFORM GRV-LOG THRU GRV-LOG-FIM
              GO TO ROT-FIM.
           IF BLOQUEADO = "S"
              MOVE 3 TO LK-RETORNO
              MOVE "*** OPERADOR BLOQUEADO - PROCURE O SUPERVISOR ***"
                   TO LK-MENSAGEM
              MOVE "F" TO W-RESULT
              PERFORM GRV-LOG THRU GRV-LOG-FIM
              GO TO ROT-FIM.
           IF ATIVO NOT = "S"
              MOVE 4 TO LK-RETORNO
              MOVE "*** OPERADOR INATIVO ***" TO LK-MENSAGEM
              MOVE "F" TO W-RESULT
              PERFORM GRV-LOG THRU GRV-LOG-FIM
              GO TO ROT-FIM.
      *
      ***********************************************
      *  CONFERENCIA DA SENHA E BLOQUEIO            *
      ***********************************************
      *
       ACE-SEN.
           MOVE LK-OPERADOR TO W-HOPER
           MOVE LK-SENHA TO W-HSENHA
           PERFORM ROT-HASH THRU ROT-HASH-FIM
           IF W-HSAI = SENHAHASH
              GO TO ACE-OK.
           ADD 1 TO TENTATIVAS
           IF TENTATIVAS < W-MAXTENT
              MOVE 2 TO LK-RETORNO
              MOVE "*** SENHA INVALIDA ***" TO LK-MENSAGEM
              MOVE "F" TO W-RESULT
           ELSE
              MOVE "S" TO BLOQUEADO
              MOVE 3 TO LK-RETORNO
              MOVE "*** 3 SENHAS INVALIDAS - OPERADOR BLOQUEADO ***"
                   TO LK-MENSAGEM
              MOVE "B" TO W-RESULT.
           REWRITE REGOPER
           IF ST-OPER NOT = "00"
              MOVE 9 TO LK-RETORNO.
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           GO TO ROT-FIM.
       ACE-OK.
           MOVE ZEROS TO TENTATIVAS
           MOVE PERFIL TO LK-PERFIL
           IF LK-FUNCAO = "S"
              GO TO ACE-GRV.
      *
      *   SENHA VENCIDA OU MARCADA PARA TROCA (SENHA NOVA
      *   OU REINICIADA PELO SUPERVISOR NO SGP008)
      *
           IF TROCASENHA = "S" OR DATASENHA < 16010101
              GO TO TRC-001.
           COMPUTE W-DIASSENHA = FUNCTION INTEGER-OF-DATE(W-HOJE)
                               - FUNCTION INTEGER-OF-DATE(DATASENHA)
           IF W-DIASSENHA > W-PRAZO
              GO TO TRC-001.
           GO TO ACE-GRV.
      *
      ***********************************************
      *  TROCA OBRIGATORIA DA SENHA                 *
      ***********************************************
      *
       TRC-001.
           MOVE SPACES TO W-NOVA W-CONF
           DISPLAY (21, 12) "SENHA VENCIDA - TROQUE A SENHA AGORA"
           DISPLAY (22, 12) "NOVA SENHA........:"
           ACCEPT (22, 33) W-NOVA WITH SECURE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO TRC-CANC.
           MOVE ZEROS TO W-TAMSENHA
           INSPECT W-NOVA TALLYING W-TAMSENHA
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-TAMSENHA < W-MINSENHA
              MOVE "*** SENHA DEVE TER DE 6 A 8 CARACTERES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           MOVE LK-OPERADOR TO W-HOPER
           MOVE W-NOVA TO W-HSENHA
           PERFORM ROT-HASH THRU ROT-HASH-FIM
           MOVE W-HSAI TO W-HASHNOVA
           IF W-HASHNOVA = SENHAHASH OR SENHAANT1 OR SENHAANT2
                           OR SENHAANT3
              MOVE "*** SENHA JA USADA - ESCOLHA OUTRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
       TRC-002.
           DISPLAY (22, 43) "CONFIRME:"
           ACCEPT (22, 53) W-CONF WITH SECURE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO TRC-CANC.
           IF W-CONF NOT = W-NOVA
              MOVE "*** CONFIRMACAO NAO CONFERE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRC-001.
           MOVE SENHAANT2  TO SENHAANT3
           MOVE SENHAANT1  TO SENHAANT2
           MOVE SENHAHASH  TO SENHAANT1
           MOVE W-HASHNOVA TO SENHAHASH
           MOVE W-HOJE     TO DATASENHA
           MOVE "N"        TO TROCASENHA
           MOVE "T"        TO W-RESULT
           MOVE "*** SENHA ALTERADA ***" TO LK-MENSAGEM
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           MOVE SPACES TO LK-MENSAGEM
           DISPLAY (21, 12) LIMPA
           DISPLAY (22, 12) LIMPA
           GO TO ACE-GRV.
       TRC-CANC.
           DISPLAY (21, 12) LIMPA
           DISPLAY (22, 12) LIMPA
           MOVE 5 TO LK-RETORNO
           MOVE ZEROS TO LK-PERFIL
           MOVE "*** TROCA DE SENHA NAO CONCLUIDA ***" TO LK-MENSAGEM
           MOVE "F" TO W-RESULT
           REWRITE REGOPER
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           GO TO ROT-FIM.
      *
       ACE-GRV.
           MOVE W-HOJE TO ULTLOGIN
           REWRITE REGOPER
           IF ST-OPER NOT = "00"
              MOVE 9 TO LK-RETORNO
              MOVE ZEROS TO LK-PERFIL
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOPER" TO LK-MENSAGEM
              MOVE "F" TO W-RESULT
              PERFORM GRV-LOG THRU GRV-LOG-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-RESULT
           MOVE "ACESSO LIBERADO" TO LK-MENSAGEM
           IF LK-FUNCAO = "S"
              MOVE "AUTORIZACAO DE SUPERVISOR" TO LK-MENSAGEM.
           PERFORM GRV-LOG THRU GRV-LOG-FIM
           MOVE SPACES TO LK-MENSAGEM
           GO TO ROT-FIM.
      *
      ***********************************************
      *  CIFRA DA SENHA: CODIGO DO OPERADOR + SENHA *
      *  EMBARALHADOS EM 64 PASSADAS, RESULTANDO EM *
      *  20 DIGITOS (NAO HA COMO VOLTAR A SENHA)    *
      ***********************************************
      *
       ROT-HASH.
           MOVE 5381 TO W-HA
           MOVE 52711 TO W-HB
           MOVE ZEROS TO W-HPASSO.
       ROT-HASH1.
           ADD 1 TO W-HPASSO
           MOVE 1 TO W-HIND.
       ROT-HASH2.
           COMPUTE W-HC = FUNCTION ORD(W-HCAR(W-HIND))
                        + W-HIND * 7 + W-HPASSO
           COMPUTE W-HW = W-HA * 33 + W-HC
           DIVIDE W-HW BY 9999999967 GIVING W-HQ REMAINDER W-HA
           COMPUTE W-HW = W-HB * 131 + W-HC * W-HC + W-HA
           DIVIDE W-HW BY 9999999929 GIVING W-HQ REMAINDER W-HB
           ADD 1 TO W-HIND
           IF W-HIND NOT > 16
              GO TO ROT-HASH2.
           IF W-HPASSO < 64
              GO TO ROT-HASH1.
           MOVE W-HA TO W-HSAI-A
           MOVE W-HB TO W-HSAI-B.
       ROT-HASH-FIM.
           EXIT.
      *
      ***********************************************
      *  LOG DE ACESSO (LOGACES.DAT)                *
      *  S = LIBERADO  F = RECUSADO  B = BLOQUEIO   *
      *  T = TROCA DE SENHA                         *
      ***********************************************
      *
       GRV-LOG.
           OPEN EXTEND LOGACES
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30" OR "35"
                 OPEN OUTPUT LOGACES
                 CLOSE LOGACES
                 GO TO GRV-LOG
              ELSE
                 GO TO GRV-LOG-FIM.
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-HOJE      TO LG-DATA
           MOVE W-HORA      TO LG-HORA
           MOVE LK-OPERADOR TO LG-OPERADOR
           MOVE LK-PROGRAMA TO LG-PROGRAMA
           MOVE W-RESULT    TO LG-RESULTADO
           MOVE LK-MENSAGEM TO LG-MOTIVO
           WRITE REGLOG
           CLOSE LOGACES.
       GRV-LOG-FIM.
           EXIT.
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
      *
       ROT-FIM.
           IF W-ABERTO = "S"
              CLOSE CADOPER.
           EXIT PROGRAM.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
