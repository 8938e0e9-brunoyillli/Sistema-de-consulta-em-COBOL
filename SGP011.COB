      ****************************************
      *   PEDIDOS DE COMPRA E RECEBIMENTO    *
      *   DE MERCADORIA                      *
      *   (A PARCELA A PAGAR E GERADA NA     *
      *   CONFERENCIA DA NF DE ENTRADA)      *
      ****************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS IS ST-FORN
                    ALTERNATE RECORD KEY IS CHAVE2F = FO-RAZAO
                                                      WITH DUPLICATES.
           SELECT CADLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
           SELECT HISPRECO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-HIS.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESR
                    FILE STATUS IS ST-SER.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
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
       FD CADFOR
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADFOR.DAT".
                03 FO-PRAZOPAGTO    PIC 9(03).
                03 FO-SITUACAO      PIC X(01).
                03 FO-ULTOPER       PIC X(08).
       FD CADLOTE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADLOTE.DAT".
                03 HP-PRECOVENDAANT PIC 9(06)V99.
                03 HP-PRECOVENDANOV PIC 9(06)V99.
      *
      *   NUMEROS DE SERIE - SITUACAO: E=EM ESTOQUE R=RESERVADO
      *   V=VENDIDO D=DEVOLVIDO
       FD CADSERIE
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
                03 CHAVESR.
                    05 SR-CODIGO    PIC 9(05).
                    05 SR-SERIE     PIC X(20).
                03 SR-SITUACAO      PIC X(01).
                03 SR-DEPOSITO      PIC X(02).
                03 SR-CODFOR        PIC 9(05).
                03 SR-COMPRA        PIC 9(07).
                03 SR-DATAREC       PIC 9(08).
                03 SR-PEDIDO        PIC 9(05).
                03 SR-ITEM          PIC 9(03).
                03 SR-NOTA          PIC 9(09).
                03 SR-CODCLI        PIC 9(11).
                03 SR-DATAVENDA     PIC 9(08).
                03 SR-DATADEV       PIC 9(08).
                03 SR-MOTDEV        PIC 9(02).
                03 SR-ULTOPER       PIC X(08).
      *
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT          PIC 9(06) VALUE ZEROS.
       01 W-CODFOR        PIC 9(05) VALUE ZEROS.
       01 W-RAZAOFOR      PIC X(30) VALUE SPACES.
       77 ST-FORN         PIC X(02) VALUE "00".
       77 ST-LOT          PIC X(02) VALUE "00".
       77 ST-HIS          PIC X(02) VALUE "00".
       01 W-LOTE          PIC X(10) VALUE SPACES.
       01 W-VALIDADE      PIC 9(08) VALUE ZEROS.
       01 W-CUSTOUNIT     PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECOCUSTOANT PIC 9(06)V99 VALUE ZEROS.
       01 W-DATAPREV      PIC 9(08) VALUE ZEROS.
       01 W-QTDRECEB      PIC 9(06) VALUE ZEROS.
       01 W-GERADOS       PIC 9(05) VALUE ZEROS.
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
       77 ST-SER          PIC X(02) VALUE "00".
       77 W-CTLSERIE      PIC X(01) VALUE "N".
       77 W-PRODSERIE     PIC X(01) VALUE "N".
       77 W-ACHOU         PIC X(01) VALUE "N".
       01 W-SERIE         PIC X(20) VALUE SPACES.
       01 W-NSER          PIC 9(03) VALUE ZEROS.
       01 W-ISER          PIC 9(03) VALUE ZEROS.
       01 TABSERIE.
          03 TB-SERIE     PIC X(20) OCCURS 500 TIMES.
      *
       SCREEN SECTION.
        01  TELALOGIN.
               VALUE  "VALIDADE:".
           05  LINE 21  COLUMN 01
               VALUE  "  CUSTO UNITARIO".
           05  LINE 22  COLUMN 01
               VALUE  "  NUMERO DE SERIE (S/N)".
           05  TNUMCOMP
               LINE 05  COLUMN 24  PIC 9(07)
               USING  CP-NUMERO
               LINE 21  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-CUSTOUNIT
               HIGHLIGHT.
           05  TCTLSERIE
               LINE 22  COLUMN 26  PIC X(01)
               USING  W-CTLSERIE
               HIGHLIGHT.
      *
        01  TELASERIE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          NUMEROS DE SERIE DO RECEBIMENTO".
           05  LINE 05  COLUMN 01
               VALUE  "  PEDIDO DE COMPRA".
           05  LINE 07  COLUMN 01
               VALUE  "  PRODUTO".
           05  LINE 09  COLUMN 01
               VALUE  "  QUANTIDADE RECEBIDA".
           05  LINE 12  COLUMN 01
               VALUE  "  UNIDADE".
           05  LINE 12  COLUMN 29
               VALUE  "DE".
           05  LINE 14  COLUMN 01
               VALUE  "  NUMERO DE SERIE".
           05  TSNUMCOMP
               LINE 05  COLUMN 24  PIC 9(07)
               USING  CP-NUMERO
               HIGHLIGHT.
           05  TSPRODUTO
               LINE 07  COLUMN 24  PIC 9(05)
               USING  CP-PRODUTO
               HIGHLIGHT.
           05  TSDESCR
               LINE 07  COLUMN 32  PIC X(30)
               USING  DESCRICAO
               HIGHLIGHT.
           05  TSQTDRECEB
               LINE 09  COLUMN 24  PIC 9(06)
               USING  W-QTDRECEB
               HIGHLIGHT.
           05  TSNSER
               LINE 12  COLUMN 24  PIC ZZ9
               USING  W-NSER
               HIGHLIGHT.
           05  TSQTDSER
               LINE 12  COLUMN 32  PIC ZZ9
               USING  W-QTDRECEB
               HIGHLIGHT.
           05  TSERIE
               LINE 14  COLUMN 24  PIC X(20)
               USING  W-SERIE
               HIGHLIGHT.
      *
        01  TELALIB.
           05  BLANK SCREEN.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP011  " TO W-LKSPROG
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
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCOMP CADPRO CADCTRL MOVEST CADEST
              GO TO ROT-FIM.
       INC-OP6.
           OPEN I-O CADLOTE
           IF ST-LOT NOT = "00"
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCOMP CADPRO CADCTRL MOVEST CADEST CADFOR
                    GO TO ROT-FIM.
       INC-OP7.
           OPEN EXTEND HISPRECO
                    MOVE "ERRO NA ABERTURA DO ARQUIVO HISPRECO" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCOMP CADPRO CADCTRL MOVEST CADEST CADFOR
                          CADLOTE
                    GO TO ROT-FIM.
       INC-OP8.
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              IF ST-SER = "30" OR "35"
                    OPEN OUTPUT CADSERIE
                    CLOSE CADSERIE
                    GO TO INC-OP8
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADSERIE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    CLOSE CADCOMP CADPRO CADCTRL MOVEST CADEST CADFOR
                          CADLOTE HISPRECO
                    GO TO ROT-FIM.
       INC-MENU.
           MOVE SPACES TO W-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCOMP CADPRO CADCTRL MOVEST CADEST CADFOR
                    CADLOTE HISPRECO CADSERIE
              GO TO ROT-FIM.
           IF W-FUNCAO = "G" OR "g"
              GO TO GER-001.
           MOVE SPACES TO W-RAZAOFOR DESCRICAO W-LOTE
           MOVE ZEROS TO W-VALIDADE W-CUSTOUNIT
           MOVE "01" TO W-DEPRECEB
           MOVE "N" TO W-CTLSERIE W-PRODSERIE
           DISPLAY TELARECEB.
       REC-002.
           ACCEPT TNUMCOMP
           READ CADFOR
           IF ST-FORN = "00"
              MOVE FO-RAZAO TO W-RAZAOFOR
           ELSE
              MOVE SPACES TO W-RAZAOFOR.
           MOVE CP-PRODUTO TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-001.
           MOVE CP-QUANTIDADE TO W-QTDRECEB
           PERFORM SER-CHK THRU SER-CHK-FIM
           MOVE W-PRODSERIE TO W-CTLSERIE
           DISPLAY TELARECEB.
       REC-003.
           ACCEPT TQTDRECEB
           ACCEPT TCUSTOUNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO REC-005.
      *
      ***********************************************
      *   NUMEROS DE SERIE DO RECEBIMENTO - UM POR  *
      *   UNIDADE RECEBIDA. PRODUTO QUE JA TEM      *
      *   SERIE NO CADSERIE E SEMPRE CONTROLADO     *
      ***********************************************
      *
       REC-008.
           ACCEPT TCTLSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO REC-007.
           IF W-CTLSERIE = "s"
              MOVE "S" TO W-CTLSERIE.
           IF W-CTLSERIE = "n"
              MOVE "N" TO W-CTLSERIE.
           IF W-CTLSERIE NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM E N=NAO ****" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-008.
           IF W-CTLSERIE = "N"
              IF W-PRODSERIE = "S"
                 MOVE "*** PRODUTO CONTROLADO POR NUMERO DE SERIE ***"
                                                             TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "S" TO W-CTLSERIE
                 GO TO REC-008
              ELSE
                 GO TO REC-OPC.
           IF W-QTDRECEB > 500
              MOVE "*** MAXIMO DE 500 SERIES POR RECEBIMENTO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-008.
           MOVE SPACES TO TABSERIE
           MOVE 1 TO W-NSER.
       REC-009.
           MOVE TB-SERIE (W-NSER) TO W-SERIE
           DISPLAY TELASERIE.
       REC-010.
           ACCEPT TSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF W-NSER = 1
                 DISPLAY TELARECEB
                 GO TO REC-008
              ELSE
                 SUBTRACT 1 FROM W-NSER
                 GO TO REC-009.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-010.
           PERFORM SER-DUP THRU SER-DUP-FIM
           IF W-ACHOU = "S"
              MOVE "*** SERIE JA INFORMADA NESTE RECEBIMENTO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-010.
           MOVE CODIGO  TO SR-CODIGO
           MOVE W-SERIE TO SR-SERIE
           READ CADSERIE
           IF ST-SER = "00"
              MOVE "*** SERIE JA CADASTRADA PARA O PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-010.
           MOVE W-SERIE TO TB-SERIE (W-NSER)
           IF W-NSER < W-QTDRECEB
              ADD 1 TO W-NSER
              GO TO REC-009.
           DISPLAY TELARECEB.
       REC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA RECEBIMENTO (S/N) : ".
           PERFORM EST-ENTRADA THRU EST-ENTRADA-FIM
           IF W-LOTE NOT = SPACES
              PERFORM LOT-ENTRADA THRU LOT-ENTRADA-FIM.
           IF W-CTLSERIE = "S"
              PERFORM SER-GRAVA THRU SER-GRAVA-FIM.
           PERFORM GRV-MOV THRU GRV-MOV-FIM.
       REC-RW2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-OPERLOGADO TO CP-ULTOPER
           REWRITE REGCOMP
           IF ST-CMP = "00" OR "02"
              MOVE "*** RECEBIMENTO REGISTRADO - AGUARDA NF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-001.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO CADCOMP" TO MENS
           GO TO ROT-FIM.
      *
      ***********************************************
      *   LIBERACAO (OU EXCLUSAO) DAS SUGESTOES DE  *
      *   COMPRA GERADAS PELO SGPB011 (SIT. "G")    *
      ***********************************************
           EXIT.
      *
      ***********************************************
      *   PRODUTO CONTROLADO POR SERIE = JA TEM     *
      *   ALGUM REGISTRO NO CADSERIE                *
      ***********************************************
      *
       SER-CHK.
           MOVE "N" TO W-PRODSERIE
           MOVE CODIGO TO SR-CODIGO
           MOVE SPACES TO SR-SERIE
           START CADSERIE KEY IS NOT LESS CHAVESR
                 INVALID KEY
                    GO TO SER-CHK-FIM.
           READ CADSERIE NEXT RECORD
               AT END
                  GO TO SER-CHK-FIM.
           IF SR-CODIGO = CODIGO
              MOVE "S" TO W-PRODSERIE.
       SER-CHK-FIM.
           EXIT.
      *
       SER-DUP.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-ISER.
       SER-DUP1.
           IF W-ISER NOT < W-NSER
              GO TO SER-DUP-FIM.
           IF TB-SERIE (W-ISER) = W-SERIE
              MOVE "S" TO W-ACHOU
              GO TO SER-DUP-FIM.
           ADD 1 TO W-ISER
           GO TO SER-DUP1.
       SER-DUP-FIM.
           EXIT.
      *
      ***********************************************
      *   GRAVACAO DAS SERIES RECEBIDAS (CADSERIE)  *
      *   SITUACAO E = EM ESTOQUE NO DEPOSITO       *
      ***********************************************
      *
       SER-GRAVA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE 1 TO W-ISER.
       SER-GRAVA1.
           IF W-ISER > W-QTDRECEB
              GO TO SER-GRAVA-FIM.
           MOVE CODIGO           TO SR-CODIGO
           MOVE TB-SERIE (W-ISER) TO SR-SERIE
           MOVE "E"              TO SR-SITUACAO
           MOVE W-DEPRECEB       TO SR-DEPOSITO
           MOVE CP-CODFOR        TO SR-CODFOR
           MOVE CP-NUMERO        TO SR-COMPRA
           MOVE W-DATAHOJE       TO SR-DATAREC
           MOVE ZEROS            TO SR-PEDIDO SR-ITEM SR-NOTA
                                    SR-CODCLI SR-DATAVENDA
                                    SR-DATADEV SR-MOTDEV
           MOVE W-OPERLOGADO     TO SR-ULTOPER
           WRITE REGSERIE
           IF ST-SER NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-ISER
           GO TO SER-GRAVA1.
       SER-GRAVA-FIM.
           EXIT.
      *
      ***********************************************
      *   GRAVACAO DE MOVIMENTO DE ESTOQUE (MOVEST) *
      ***********************************************
      *
