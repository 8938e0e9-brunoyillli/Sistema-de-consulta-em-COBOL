       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP030.
       AUTHOR. Bruno Mendes Carvalho.
      *****************************************************
      *  ACOMPANHAMENTO DE COBRANCA                        *
      *  PARA CLIENTE BLOQUEADO NO CADBLOQ (SGPB010) OU    *
      *  COM PARCELA VENCIDA EM ABERTO NO CADREC:          *
      *  - REGISTRA CADA CONTATO DO COBRADOR (CADCONT):    *
      *    DATA/HORA, PESSOA CONTATADA, OBSERVACAO E       *
      *    OPERADOR                                        *
      *  - REGISTRA A PROMESSA DE PAGAMENTO (CADPROM) COM  *
      *    DATA E VALOR POR PARCELA PROMETIDA (ATE 20).    *
      *    SO UMA PROMESSA EM ABERTO POR CLIENTE; A        *
      *    QUEBRADA PODE SER CANCELADA OU SUBSTITUIDA      *
      *  - A SITUACAO DA PROMESSA VEM DO SGPD006           *
      *  FUNCAO DO FINANCEIRO (PERFIL 2 OU 3)              *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                          DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPF
                    FILE STATUS IS ST-CLI.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVER
                    FILE STATUS IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT CADBLOQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS BQ-CODCLI
                    FILE STATUS IS ST-BLQ.
           SELECT CADCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVECO
                    FILE STATUS IS ST-CON.
           SELECT CADPROM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEPR
                    FILE STATUS IS ST-PRO.
           SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADREC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 CHAVER.
                    05 RC-PEDIDO    PIC 9(05).
                    05 RC-PARCELA   PIC 9(02).
                03 RC-CODCLI        PIC 9(11).
                03 RC-VENCIMENTO    PIC 9(08).
                03 RC-VALOR         PIC 9(09)V99.
                03 RC-VALORPAGO     PIC 9(09)V99.
                03 RC-DATAPAGTO     PIC 9(08).
                03 RC-ULTOPER       PIC X(08).
       FD CADBLOQ
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADBLOQ.DAT".
       01 REGBLOQ.
                03 BQ-CODCLI        PIC 9(11).
                03 BQ-DIASATRASO    PIC 9(05).
                03 BQ-VALORVENC     PIC 9(09)V99.
                03 BQ-DATA          PIC 9(08).
      *
      *   CONTATOS DE COBRANCA: UM REGISTRO POR LIGACAO/
      *   VISITA, CHAVE CPF + DATA + HORA
      *
       FD CADCONT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADCONT.DAT".
       01 REGCONT.
                03 CHAVECO.
                    05 CO-CODCLI    PIC 9(11).
                    05 CO-DATA      PIC 9(08).
                    05 CO-HORA      PIC 9(06).
                03 CO-PESSOA        PIC X(30).
                03 CO-NOTAS         PIC X(60).
                03 CO-OPERADOR      PIC X(08).
      *
      *   PROMESSAS DE PAGAMENTO: UM REGISTRO POR PARCELA
      *   PROMETIDA, NUMERO SEQUENCIAL POR CLIENTE.
      *   PR-PAGOINI = RC-VALORPAGO NO REGISTRO (SO O QUE
      *   FOR PAGO DEPOIS CONTA PARA A PROMESSA)
      *   PR-SITUACAO "A" = REGISTRADA / "X" = CANCELADA
      *
       FD CADPROM
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPROM.DAT".
       01 REGPROM.
                03 CHAVEPR.
                    05 PR-CODCLI    PIC 9(11).
                    05 PR-NUMPROM   PIC 9(03).
                    05 PR-PEDIDO    PIC 9(05).
                    05 PR-PARCELA   PIC 9(02).
                03 PR-DATAPROM      PIC 9(08).
                03 PR-VALOR         PIC 9(09)V99.
                03 PR-PAGOINI       PIC 9(09)V99.
                03 PR-DATAREG       PIC 9(08).
                03 PR-SITUACAO      PIC X(01).
                03 PR-OPERADOR      PIC X(08).
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
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 ST-CLI          PIC X(02) VALUE "00".
       77 ST-REC          PIC X(02) VALUE "00".
       77 ST-BLQ          PIC X(02) VALUE "00".
       77 ST-CON          PIC X(02) VALUE "00".
       77 ST-PRO          PIC X(02) VALUE "00".
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 W-TEMBLQ        PIC X(01) VALUE "N".
       77 W-BLOQUEADO     PIC X(01) VALUE "N".
       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 W-BLQEXT        PIC X(13) VALUE SPACES.
       01 W-BLQDIAS       PIC 9(05) VALUE ZEROS.
       01 W-VENCIDO       PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDVENC       PIC 9(03) VALUE ZEROS.
       01 W-SALDO         PIC 9(09)V99 VALUE ZEROS.
       01 W-SITPROMEX     PIC X(10) VALUE SPACES.
       01 W-PESSOA        PIC X(30) VALUE SPACES.
       01 W-NOTAS         PIC X(60) VALUE SPACES.
       01 W-NDATA         PIC 9(08) VALUE ZEROS.
       01 W-NPEDIDO       PIC 9(05) VALUE ZEROS.
       01 W-NPARCELA      PIC 9(02) VALUE ZEROS.
       01 W-NVENC         PIC 9(08) VALUE ZEROS.
       01 W-NSALDO        PIC 9(09)V99 VALUE ZEROS.
       01 W-NVALOR        PIC 9(09)V99 VALUE ZEROS.
       01 W-NTOTAL        PIC 9(09)V99 VALUE ZEROS.
       01 W-NUMNOVO       PIC 9(03) VALUE ZEROS.
       01 W-QTDP          PIC 9(02) VALUE ZEROS.
       01 W-IP            PIC 9(02) VALUE ZEROS.
      *
      *   PARCELAS DA PROMESSA EM DIGITACAO
      *
       01 TABPROM.
          03 TP-ITEM OCCURS 20 TIMES.
             05 TP-PEDIDO    PIC 9(05).
             05 TP-PARCELA   PIC 9(02).
             05 TP-VALOR     PIC 9(09)V99.
             05 TP-PAGOINI   PIC 9(09)V99.
      *
      *   RETORNO DO SGPD006 (SITUACAO DE COBRANCA)
      *
       77 W-SCFUN         PIC X(01) VALUE SPACES.
       77 W-SCRET         PIC 9(01) VALUE ZEROS.
       01 W-SITCOB.
          03 W-SCDATACONT PIC 9(08).
          03 W-SCHORACONT PIC 9(06).
          03 W-SCPESSOA   PIC X(30).
          03 W-SCNOTAS    PIC X(60).
          03 W-SCOPERCONT PIC X(08).
          03 W-SCNUMPROM  PIC 9(03).
          03 W-SCDATAREG  PIC 9(08).
          03 W-SCDATAPROM PIC 9(08).
          03 W-SCVALPROM  PIC 9(09)V99.
          03 W-SCVALPAGO  PIC 9(09)V99.
          03 W-SCQTDPARC  PIC 9(03).
          03 W-SCSITPROM  PIC X(01).
          03 W-SCOPERPROM PIC X(08).
      *
       77 W-DTFUNCAO      PIC X(01) VALUE SPACES.
       01 W-DTDATA1       PIC 9(08) VALUE ZEROS.
       01 W-DTDATA2       PIC 9(08) VALUE ZEROS.
       01 W-DTRET         PIC 9(01) VALUE ZEROS.
       01 W-DTDIAS        PIC S9(05) VALUE ZEROS.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
          03 W-CENTSEG    PIC 9(02).
       77 ST-OPER         PIC X(02) VALUE "00".
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
        01  TELACOB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          COBRANCA - CONTATOS E PROMESSAS DE".
           05  LINE 02  COLUMN 47
               VALUE  " PAGAMENTO".
           05  LINE 04  COLUMN 01
               VALUE  "      CPF DO CLIENTE".
           05  LINE 05  COLUMN 01
               VALUE  "      NOME".
           05  LINE 06  COLUMN 01
               VALUE  "      TELEFONES".
           05  LINE 07  COLUMN 01
               VALUE  "      BLOQUEIO".
           05  LINE 07  COLUMN 45
               VALUE  "DIAS:".
           05  LINE 08  COLUMN 01
               VALUE  "      VENCIDO EM ABERTO".
           05  LINE 08  COLUMN 46
               VALUE  "PARCELAS:".
           05  LINE 10  COLUMN 01
               VALUE  "      ULTIMO CONTATO".
           05  LINE 11  COLUMN 01
               VALUE  "      OBS:".
           05  LINE 13  COLUMN 01
               VALUE  "      PROMESSA NUM/DATA".
           05  LINE 14  COLUMN 01
               VALUE  "      VALOR PROMETIDO".
           05  LINE 14  COLUMN 46
               VALUE  "PAGO:".
           05  LINE 16  COLUMN 01
               VALUE  "      PESSOA CONTATADA".
           05  LINE 17  COLUMN 01
               VALUE  "      OBS:".
           05  LINE 19  COLUMN 01
               VALUE  "      NOVA PROMESSA PARA".
           05  LINE 19  COLUMN 46
               VALUE  "TOTAL:".
           05  LINE 20  COLUMN 01
               VALUE  "      PEDIDO/PARCELA".
           05  LINE 20  COLUMN 40
               VALUE  "VENC:".
           05  LINE 20  COLUMN 55
               VALUE  "SALDO:".
           05  LINE 21  COLUMN 01
               VALUE  "      VALOR PROMETIDO DA PARCELA".
           05  TCPF
               LINE 04  COLUMN 30  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TNOME
               LINE 05  COLUMN 30  PIC X(40)
               USING  NOME
               HIGHLIGHT.
           05  TDDD
               LINE 06  COLUMN 30  PIC 9(02)
               USING  DDD
               HIGHLIGHT.
           05  TTELEFONE
               LINE 06  COLUMN 33  PIC 9(09)
               USING  TELEFONE
               HIGHLIGHT.
           05  TDDD2
               LINE 06  COLUMN 46  PIC 9(02)
               USING  DDD2
               HIGHLIGHT.
           05  TTELEFONE2
               LINE 06  COLUMN 49  PIC 9(09)
               USING  TELEFONE2
               HIGHLIGHT.
           05  TBLQEXT
               LINE 07  COLUMN 30  PIC X(13)
               USING  W-BLQEXT
               HIGHLIGHT.
           05  TBLQDIAS
               LINE 07  COLUMN 51  PIC ZZZZ9
               USING  W-BLQDIAS
               HIGHLIGHT.
           05  TVENCIDO
               LINE 08  COLUMN 30  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-VENCIDO
               HIGHLIGHT.
           05  TQTDVENC
               LINE 08  COLUMN 56  PIC ZZ9
               USING  W-QTDVENC
               HIGHLIGHT.
           05  TCDATA
               LINE 10  COLUMN 30  PIC 9(08)
               USING  W-SCDATACONT
               HIGHLIGHT.
           05  TCOPER
               LINE 10  COLUMN 40  PIC X(08)
               USING  W-SCOPERCONT
               HIGHLIGHT.
           05  TCPESSOA
               LINE 10  COLUMN 50  PIC X(30)
               USING  W-SCPESSOA
               HIGHLIGHT.
           05  TCNOTAS
               LINE 11  COLUMN 12  PIC X(60)
               USING  W-SCNOTAS
               HIGHLIGHT.
           05  TPNUM
               LINE 13  COLUMN 30  PIC ZZ9
               USING  W-SCNUMPROM
               HIGHLIGHT.
           05  TPDATA
               LINE 13  COLUMN 35  PIC 9(08)
               USING  W-SCDATAPROM
               HIGHLIGHT.
           05  TPSITEX
               LINE 13  COLUMN 46  PIC X(10)
               USING  W-SITPROMEX
               HIGHLIGHT.
           05  TPVALPROM
               LINE 14  COLUMN 30  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-SCVALPROM
               HIGHLIGHT.
           05  TPVALPAGO
               LINE 14  COLUMN 52  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-SCVALPAGO
               HIGHLIGHT.
           05  TPESSOA
               LINE 16  COLUMN 30  PIC X(30)
               USING  W-PESSOA
               HIGHLIGHT.
           05  TNOTAS
               LINE 17  COLUMN 12  PIC X(60)
               USING  W-NOTAS
               HIGHLIGHT.
           05  TNDATA
               LINE 19  COLUMN 30  PIC 9(08)
               USING  W-NDATA
               HIGHLIGHT.
           05  TNTOTAL
               LINE 19  COLUMN 53  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-NTOTAL
               HIGHLIGHT.
           05  TNPEDIDO
               LINE 20  COLUMN 30  PIC 9(05)
               USING  W-NPEDIDO
               HIGHLIGHT.
           05  TNPARCELA
               LINE 20  COLUMN 36  PIC 9(02)
               USING  W-NPARCELA
               HIGHLIGHT.
           05  TNVENC
               LINE 20  COLUMN 46  PIC 9(08)
               USING  W-NVENC
               HIGHLIGHT.
           05  TNSALDO
               LINE 20  COLUMN 62  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-NSALDO
               HIGHLIGHT.
           05  TNVALOR
               LINE 21  COLUMN 40  PIC 9(09)
               USING  W-NVALOR
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
           MOVE "SGP030  " TO W-LKSPROG
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
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCLI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADREC
           IF ST-REC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADREC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCLI
              GO TO ROT-FIM.
      *
      *   CADBLOQ SO EXISTE DEPOIS DA PRIMEIRA RODADA DO SGPB010
      *
           MOVE "S" TO W-TEMBLQ
           OPEN INPUT CADBLOQ
           IF ST-BLQ NOT = "00"
              MOVE "N" TO W-TEMBLQ.
       INC-OP1.
           OPEN I-O CADCONT
           IF ST-CON NOT = "00"
              IF ST-CON = "30" OR "35"
                    OPEN OUTPUT CADCONT
                    CLOSE CADCONT
                    GO TO INC-OP1
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONT" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO INC-FIM1.
       INC-OP2.
           OPEN I-O CADPROM
           IF ST-PRO NOT = "00"
              IF ST-PRO = "30" OR "35"
                    OPEN OUTPUT CADPROM
                    CLOSE CADPROM
                    GO TO INC-OP2
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROM" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCONT
                    GO TO INC-FIM1.
       INC-001.
           MOVE ZEROS TO W-CPF W-BLQDIAS W-VENCIDO W-QTDVENC
                         TELEFONE TELEFONE2 DDD DDD2
           MOVE SPACES TO NOME W-BLQEXT W-SITPROMEX
           MOVE SPACES TO W-SITCOB
           MOVE ZEROS TO W-SCDATACONT W-SCNUMPROM W-SCDATAPROM
                         W-SCVALPROM W-SCVALPAGO
           PERFORM LIMPA-NOVO THRU LIMPA-NOVO-FIM
           DISPLAY TELACOB.
       INC-002.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-FIM.
           IF W-CPF = ZEROS
              MOVE "*** CPF INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE W-CPF TO CPF
           READ CADCLI
           IF ST-CLI NOT = "00"
              IF ST-CLI = "23"
                 MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-002
              ELSE
                 MOVE "ERRO NA LEITURA ARQ. CADCLI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-FIM.
      *
      *   SO ENTRA NA COBRANCA CLIENTE BLOQUEADO OU COM
      *   PARCELA VENCIDA EM ABERTO
      *
           MOVE "N" TO W-BLOQUEADO
           MOVE ZEROS TO W-BLQDIAS
           MOVE "NAO BLOQUEADO" TO W-BLQEXT
           IF W-TEMBLQ = "S"
              MOVE W-CPF TO BQ-CODCLI
              READ CADBLOQ
              IF ST-BLQ = "00"
                 MOVE "S" TO W-BLOQUEADO
                 MOVE BQ-DIASATRASO TO W-BLQDIAS
                 MOVE "BLOQUEADO    " TO W-BLQEXT.
           PERFORM VENC-CALC THRU VENC-CALC-FIM
           IF W-BLOQUEADO = "N" AND W-QTDVENC = ZEROS
              MOVE "*** CLIENTE SEM BLOQUEIO E SEM VENCIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       MOSTRA-001.
           PERFORM SIT-COB THRU SIT-COB-FIM
           PERFORM LIMPA-NOVO THRU LIMPA-NOVO-FIM
           DISPLAY TELACOB.
       INC-OPC.
           DISPLAY (23, 12)
               "F1=OUTRO F2=CONTATO F3=PROMESSA F4=CANCELA PROM."
           ACCEPT (23, 65) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 12) LIMPA
           IF W-ACT = 02 GO TO INC-001.
           IF W-ACT = 03
              GO TO CON-001.
           IF W-ACT = 04
              GO TO PRO-001.
           IF W-ACT = 05
              GO TO CAN-001.
           GO TO INC-OPC.
      *
      ***********************************************
      *   SALDO VENCIDO DO CLIENTE NO CADREC        *
      ***********************************************
      *
       VENC-CALC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-VENCIDO W-QTDVENC
           MOVE W-CPF TO RC-CODCLI
           START CADREC KEY IS EQUAL CHAVE2RC
                 INVALID KEY
                    GO TO VENC-CALC-FIM.
       VENC-CALC1.
           READ CADREC NEXT RECORD
              AT END
                 GO TO VENC-CALC-FIM.
           IF RC-CODCLI NOT = W-CPF
              GO TO VENC-CALC-FIM.
           IF RC-VENCIMENTO NOT < W-DATAHOJE
              GO TO VENC-CALC1.
           SUBTRACT RC-VALORPAGO FROM RC-VALOR GIVING W-SALDO
           IF W-SALDO NOT > ZEROS
              GO TO VENC-CALC1.
           ADD W-SALDO TO W-VENCIDO
           ADD 1 TO W-QTDVENC
           GO TO VENC-CALC1.
       VENC-CALC-FIM.
           EXIT.
      *
      ***********************************************
      *   ULTIMO CONTATO E PROMESSA (SGPD006). OS   *
      *   ARQUIVOS DA TELA FECHAM DURANTE A CHAMADA *
      ***********************************************
      *
       SIT-COB.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           CLOSE CADCONT CADPROM
           MOVE "C" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CPF W-DATAHOJE
                                W-SCRET W-SITCOB
           MOVE "F" TO W-SCFUN
           CALL "SGPD006" USING W-SCFUN W-CPF W-DATAHOJE
                                W-SCRET W-SITCOB
           OPEN I-O CADCONT
           IF ST-CON NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O CADPROM
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO W-SITPROMEX
           IF W-SCSITPROM = "A"
              MOVE "EM ABERTO " TO W-SITPROMEX.
           IF W-SCSITPROM = "C"
              MOVE "CUMPRIDA  " TO W-SITPROMEX.
           IF W-SCSITPROM = "Q"
              MOVE "QUEBRADA  " TO W-SITPROMEX.
           IF W-SCSITPROM = "X"
              MOVE "CANCELADA " TO W-SITPROMEX.
       SIT-COB-FIM.
           EXIT.
      *
       LIMPA-NOVO.
           MOVE ZEROS TO W-NDATA W-NPEDIDO W-NPARCELA W-NVENC
                         W-NSALDO W-NVALOR W-NTOTAL W-QTDP
           MOVE SPACES TO W-PESSOA W-NOTAS.
       LIMPA-NOVO-FIM.
           EXIT.
      *
      ***********************************************
      *   NOVO CONTATO DE COBRANCA                  *
      ***********************************************
      *
       CON-001.
           ACCEPT TPESSOA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MOSTRA-001.
           IF W-PESSOA = SPACES
              MOVE "*** INFORME A PESSOA CONTATADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-001.
       CON-002.
           ACCEPT TNOTAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CON-001.
           IF W-NOTAS = SPACES
              MOVE "*** INFORME A OBSERVACAO DO CONTATO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-002.
       CON-003.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA CONTATO (S/N) : ".
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO CON-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONTATO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOSTRA-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CON-003.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-CPF        TO CO-CODCLI
           MOVE W-DATAHOJE   TO CO-DATA
           MOVE W-HORA       TO CO-HORA
           MOVE W-PESSOA     TO CO-PESSOA
           MOVE W-NOTAS      TO CO-NOTAS
           MOVE W-OPERLOGADO TO CO-OPERADOR.
       CON-GRV.
           WRITE REGCONT
           IF ST-CON = "22"
              ADD 1 TO CO-HORA
              GO TO CON-GRV.
           IF ST-CON NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIM.
           MOVE "*** CONTATO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOSTRA-001.
      *
      ***********************************************
      *   NOVA PROMESSA DE PAGAMENTO: DATA E AS     *
      *   PARCELAS EM ABERTO DO CLIENTE COM O VALOR *
      *   PROMETIDO DE CADA UMA (PEDIDO 0 ENCERRA)  *
      ***********************************************
      *
       PRO-001.
           IF W-SCSITPROM = "A"
              MOVE "*** JA HA PROMESSA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           PERFORM LIMPA-NOVO THRU LIMPA-NOVO-FIM
           ADD 1 W-SCNUMPROM GIVING W-NUMNOVO
           DISPLAY TELACOB.
       PRO-002.
           ACCEPT TNDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO MOSTRA-001.
           MOVE "V" TO W-DTFUNCAO
           MOVE W-NDATA TO W-DTDATA1
           CALL "SGPD001" USING W-DTFUNCAO W-DTDATA1 W-DTDATA2
                                W-DTRET W-DTDIAS
           IF W-DTRET NOT = ZEROS
              MOVE "*** DATA DA PROMESSA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-002.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-NDATA < W-DATAHOJE
              MOVE "*** DATA DA PROMESSA ANTERIOR A HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-002.
       PRO-003.
           MOVE ZEROS TO W-NPEDIDO W-NPARCELA W-NVENC W-NSALDO
                         W-NVALOR
           DISPLAY TELACOB
           ACCEPT TNPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF W-QTDP = ZEROS
                 GO TO PRO-002
              ELSE
                 MOVE "*** PROMESSA ABANDONADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO MOSTRA-001.
           IF W-NPEDIDO = ZEROS
              IF W-QTDP = ZEROS
                 MOVE "*** INFORME AO MENOS UMA PARCELA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PRO-003
              ELSE
                 GO TO PRO-009.
       PRO-004.
           ACCEPT TNPARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRO-003.
           MOVE W-NPEDIDO  TO RC-PEDIDO
           MOVE W-NPARCELA TO RC-PARCELA
           READ CADREC
           IF ST-REC NOT = "00"
              MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-004.
           IF RC-CODCLI NOT = W-CPF
              MOVE "*** PARCELA DE OUTRO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-004.
           SUBTRACT RC-VALORPAGO FROM RC-VALOR GIVING W-NSALDO
           IF W-NSALDO NOT > ZEROS
              MOVE "*** PARCELA SEM SALDO EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-004.
           MOVE ZEROS TO W-IP.
       PRO-004A.
           IF W-IP < W-QTDP
              ADD 1 TO W-IP
              IF TP-PEDIDO (W-IP) = W-NPEDIDO
                 AND TP-PARCELA (W-IP) = W-NPARCELA
                 MOVE "*** PARCELA JA INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PRO-004
              ELSE
                 GO TO PRO-004A.
           MOVE RC-VENCIMENTO TO W-NVENC
           MOVE W-NSALDO      TO W-NVALOR
           DISPLAY TELACOB.
       PRO-005.
           ACCEPT TNVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRO-004.
           IF W-NVALOR = ZEROS OR W-NVALOR > W-NSALDO
              MOVE "*** VALOR ZERO OU ACIMA DO SALDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-005.
           ADD 1 TO W-QTDP
           MOVE W-NPEDIDO    TO TP-PEDIDO (W-QTDP)
           MOVE W-NPARCELA   TO TP-PARCELA (W-QTDP)
           MOVE W-NVALOR     TO TP-VALOR (W-QTDP)
           MOVE RC-VALORPAGO TO TP-PAGOINI (W-QTDP)
           ADD W-NVALOR TO W-NTOTAL
           IF W-QTDP < 20
              GO TO PRO-003.
           MOVE "*** LIMITE DE 20 PARCELAS POR PROMESSA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PRO-009.
           DISPLAY TELACOB
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA PROMESSA (S/N) : ".
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "*** PROMESSA ABANDONADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOSTRA-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRO-009.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-IP.
       PRO-GRV.
           IF W-IP NOT < W-QTDP
              GO TO PRO-FIM.
           ADD 1 TO W-IP
           MOVE W-CPF              TO PR-CODCLI
           MOVE W-NUMNOVO          TO PR-NUMPROM
           MOVE TP-PEDIDO (W-IP)   TO PR-PEDIDO
           MOVE TP-PARCELA (W-IP)  TO PR-PARCELA
           MOVE W-NDATA            TO PR-DATAPROM
           MOVE TP-VALOR (W-IP)    TO PR-VALOR
           MOVE TP-PAGOINI (W-IP)  TO PR-PAGOINI
           MOVE W-DATAHOJE         TO PR-DATAREG
           MOVE "A"                TO PR-SITUACAO
           MOVE W-OPERLOGADO       TO PR-OPERADOR
           WRITE REGPROM
           IF ST-PRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPROM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIM.
           GO TO PRO-GRV.
       PRO-FIM.
           MOVE "*** PROMESSA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOSTRA-001.
      *
      ***********************************************
      *   CANCELA A ULTIMA PROMESSA (EM ABERTO OU   *
      *   QUEBRADA)                                 *
      ***********************************************
      *
       CAN-001.
           IF W-SCSITPROM NOT = "A" AND "Q"
              MOVE "*** NAO HA PROMESSA PARA CANCELAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA A PROMESSA (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              DISPLAY (23, 40) LIMPA
              GO TO INC-OPC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-001.
           MOVE W-CPF       TO PR-CODCLI
           MOVE W-SCNUMPROM TO PR-NUMPROM
           MOVE ZEROS TO PR-PEDIDO PR-PARCELA
           START CADPROM KEY IS NOT LESS CHAVEPR
                 INVALID KEY
                    GO TO CAN-FIM.
       CAN-002.
           READ CADPROM NEXT RECORD
              AT END
                 GO TO CAN-FIM.
           IF PR-CODCLI NOT = W-CPF OR PR-NUMPROM NOT = W-SCNUMPROM
              GO TO CAN-FIM.
           MOVE "X"          TO PR-SITUACAO
           MOVE W-OPERLOGADO TO PR-OPERADOR
           REWRITE REGPROM
           IF ST-PRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPROM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-FIM.
           GO TO CAN-002.
       CAN-FIM.
           MOVE "*** PROMESSA CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOSTRA-001.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
      *
        INC-FIM.
                CLOSE CADCONT CADPROM.
        INC-FIM1.
                CLOSE CADCLI CADREC
                IF W-TEMBLQ = "S"
                   CLOSE CADBLOQ.
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
