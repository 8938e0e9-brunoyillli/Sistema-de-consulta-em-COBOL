       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP026.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  PENDENCIAS DA CONCILIACAO BANCARIA (CADCONC)      *
      *  CONSULTA OS LANCAMENTOS GRAVADOS PELO SGPB017 E   *
      *  RESOLVE AS PENDENCIAS (BANCO SEM LANCAMENTO NO    *
      *  SISTEMA OU SISTEMA SEM LANCAMENTO NO EXTRATO)     *
      *  COM UMA OBSERVACAO. A RESOLUCAO FICA REGISTRADA   *
      *  NA AUDITORIA (CADAUD).                            *
      *  FUNCAO DO FINANCEIRO (PERFIL 2 OU 3)              *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BC-SEQ
                    FILE STATUS IS ST-CON.
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
       FD CADCONC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCONC.DAT".
       01 REGCONC.
                03 BC-SEQ           PIC 9(09).
                03 BC-ORIGEM        PIC X(01).
                03 BC-TIPO          PIC X(01).
                03 BC-DATA          PIC 9(08).
                03 BC-VALOR         PIC 9(09)V99.
                03 BC-DOCUMENTO     PIC X(15).
                03 BC-HISTORICO     PIC X(40).
                03 BC-SITUACAO      PIC X(01).
                03 BC-DATACONC      PIC 9(08).
                03 BC-CONTRA        PIC X(15).
                03 BC-OBS           PIC X(40).
                03 BC-ULTOPER       PIC X(08).
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
       77 ST-CON          PIC X(02) VALUE "00".
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 W-ORIGEXT       PIC X(07) VALUE SPACES.
       01 W-TIPOEXT       PIC X(07) VALUE SPACES.
       01 W-SITEXT        PIC X(11) VALUE SPACES.
       01 W-VALOR         PIC 9(09)V99 VALUE ZEROS.
       01 W-AUDANT        PIC X(250) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
       77 ST-OPER         PIC X(02) VALUE "00".
       77 ST-AUD          PIC X(02) VALUE "00".
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
        01  TELACON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          PENDENCIAS DA CONCILIACAO BANCARIA".
           05  LINE 04  COLUMN 01
               VALUE  "      LANCAMENTO (0=PRIMEIRO PENDENTE)".
           05  LINE 06  COLUMN 01
               VALUE  "      ORIGEM".
           05  LINE 07  COLUMN 01
               VALUE  "      TIPO".
           05  LINE 08  COLUMN 01
               VALUE  "      DATA".
           05  LINE 09  COLUMN 01
               VALUE  "      VALOR".
           05  LINE 10  COLUMN 01
               VALUE  "      DOCUMENTO".
           05  LINE 11  COLUMN 01
               VALUE  "      HISTORICO".
           05  LINE 13  COLUMN 01
               VALUE  "      SITUACAO".
           05  LINE 14  COLUMN 01
               VALUE  "      DATA CONC/RESOLUCAO".
           05  LINE 15  COLUMN 01
               VALUE  "      CONCILIADO COM".
           05  LINE 16  COLUMN 01
               VALUE  "      OBSERVACAO".
           05  LINE 17  COLUMN 01
               VALUE  "      ULTIMO OPERADOR".
           05  TSEQ
               LINE 04  COLUMN 42  PIC 9(09)
               USING  BC-SEQ
               HIGHLIGHT.
           05  TORIGEXT
               LINE 06  COLUMN 30  PIC X(07)
               USING  W-ORIGEXT
               HIGHLIGHT.
           05  TTIPOEXT
               LINE 07  COLUMN 30  PIC X(07)
               USING  W-TIPOEXT
               HIGHLIGHT.
           05  TDATA
               LINE 08  COLUMN 30  PIC 9(08)
               USING  BC-DATA
               HIGHLIGHT.
           05  TVALOR
               LINE 09  COLUMN 30  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-VALOR
               HIGHLIGHT.
           05  TDOCUMENTO
               LINE 10  COLUMN 30  PIC X(15)
               USING  BC-DOCUMENTO
               HIGHLIGHT.
           05  THISTORICO
               LINE 11  COLUMN 30  PIC X(40)
               USING  BC-HISTORICO
               HIGHLIGHT.
           05  TSITEXT
               LINE 13  COLUMN 30  PIC X(11)
               USING  W-SITEXT
               HIGHLIGHT.
           05  TDATACONC
               LINE 14  COLUMN 30  PIC 9(08)
               USING  BC-DATACONC
               HIGHLIGHT.
           05  TCONTRA
               LINE 15  COLUMN 30  PIC X(15)
               USING  BC-CONTRA
               HIGHLIGHT.
           05  TOBS
               LINE 16  COLUMN 30  PIC X(40)
               USING  BC-OBS
               HIGHLIGHT.
           05  TULTOPER
               LINE 17  COLUMN 30  PIC X(08)
               USING  BC-ULTOPER
               HIGHLIGHT.
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      ***********************************************
      *   IDENTIFICACAO DO OPERADOR (PERFIL 2 OU 3) *
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
           MOVE "SGP026  " TO W-LKSPROG
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
           OPEN I-O CADCONC
           IF ST-CON NOT = "00"
              IF ST-CON = "30" OR "35"
                    MOVE "*** NENHUM EXTRATO CONCILIADO AINDA ***"
                                                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONC" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
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
                    CLOSE CADCONC
                    GO TO ROT-FIM.
       INC-001.
           MOVE ZEROS TO BC-SEQ BC-DATA BC-VALOR BC-DATACONC W-VALOR
           MOVE SPACES TO BC-ORIGEM BC-TIPO BC-DOCUMENTO BC-HISTORICO
                          BC-SITUACAO BC-CONTRA BC-OBS BC-ULTOPER
                          W-ORIGEXT W-TIPOEXT W-SITEXT
           DISPLAY TELACON.
       INC-002.
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCONC CADAUD
              GO TO ROT-FIM.
           IF BC-SEQ = ZEROS
              GO TO PRX-001.
       LER-CADCONC01.
           READ CADCONC
           IF ST-CON NOT = "00"
              IF ST-CON = "23"
                 MOVE "*** LANCAMENTO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-002
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADCONC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       MOSTRA-001.
           MOVE REGCONC TO W-AUDANT
           MOVE BC-VALOR TO W-VALOR
           IF BC-ORIGEM = "B"
              MOVE "BANCO  " TO W-ORIGEXT
           ELSE
              MOVE "SISTEMA" TO W-ORIGEXT.
           IF BC-TIPO = "C"
              MOVE "CREDITO" TO W-TIPOEXT
           ELSE
              MOVE "DEBITO " TO W-TIPOEXT.
           IF BC-SITUACAO = "P"
              MOVE "PENDENTE   " TO W-SITEXT
           ELSE
              IF BC-SITUACAO = "C"
                 MOVE "CONCILIADO " TO W-SITEXT
              ELSE
                 MOVE "RESOLVIDO  " TO W-SITEXT.
           DISPLAY TELACON.
       INC-OPC.
           DISPLAY (23, 12)
               "F2=RESOLVER PENDENCIA   F3=PROXIMO PENDENTE"
           ACCEPT (23, 60) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 02 GO TO INC-001.
           IF W-ACT = 04
              GO TO PRX-001.
           IF W-ACT NOT = 03
              GO TO INC-OPC.
           GO TO RES-001.
      *
      ***********************************************
      *   PROXIMO LANCAMENTO PENDENTE APOS O ATUAL  *
      ***********************************************
      *
       PRX-001.
           START CADCONC KEY IS GREATER BC-SEQ
                 INVALID KEY
                    GO TO PRX-FIM.
       PRX-002.
           READ CADCONC NEXT RECORD
               AT END
                  GO TO PRX-FIM.
           IF BC-SITUACAO NOT = "P"
              GO TO PRX-002.
           GO TO MOSTRA-001.
       PRX-FIM.
           MOVE "*** NAO HA MAIS PENDENCIAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      ***********************************************
      *   RESOLUCAO DA PENDENCIA COM OBSERVACAO     *
      ***********************************************
      *
       RES-001.
           IF BC-SITUACAO NOT = "P"
              MOVE "*** LANCAMENTO NAO ESTA PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       RES-002.
           ACCEPT TOBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE SPACES TO BC-OBS
              DISPLAY TELACON
              GO TO INC-OPC.
           IF BC-OBS = SPACES
              MOVE "*** INFORME A OBSERVACAO DA RESOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RES-002.
       RES-003.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA RESOLUCAO (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "*** RESOLUCAO ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RES-003.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "R" TO BC-SITUACAO
           MOVE W-DATAHOJE TO BC-DATACONC
           MOVE W-OPERLOGADO TO BC-ULTOPER
           REWRITE REGCONC
           IF ST-CON NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCONC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CADCONC " TO AU-ARQUIVO
           MOVE BC-SEQ TO AU-CHAVE
           MOVE "A" TO AU-OPERACAO
           MOVE W-AUDANT TO AU-IMAGEMANT
           MOVE REGCONC TO AU-IMAGEMNOV
           PERFORM GRV-AUD THRU GRV-AUD-FIM
           MOVE "*** PENDENCIA RESOLVIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
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
