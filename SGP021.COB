      *    DEVOLVIDA FICA NO ITEM DA NOTA E LIMITA AS      *
      *    DEVOLUCOES SEGUINTES                            *
      *  - DEVOLVE O ESTOQUE VIA MOVEST (TIPO "DV") NO     *
      *    DEPOSITO INFORMADO (CADEST); KIT DEVOLVE OS     *
      *    COMPONENTES DO CADKIT                           *
      *  - GERA UM CREDITO DO CLIENTE (CADCRED) QUE O      *
      *    SGP010 ABATE DAS PARCELAS EM ABERTO             *
      *****************************************************
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEE
                    FILE STATUS IS ST-EST.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
           SELECT MOVEST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-MOV.
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CODOPER
                    FILE STATUS IS ST-OPER.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESR
                    FILE STATUS IS ST-SER.
      *
      *----------------------------------------------------------------
       DATA DIVISION.
                03 NF-SITUACAO      PIC X(01).
                03 NF-CODTRANSP     PIC 9(03).
                03 NF-VALORFRETE    PIC 9(06)V99.
                03 NF-SITNFE        PIC X(01).
                03 NF-CHAVENFE      PIC X(44).
                03 NF-PROTOCOLO     PIC X(15).
                03 NF-DATAAUT       PIC 9(08).
                03 NF-PROTCANC      PIC X(15).
       FD CADNFI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADNFI.DAT".
                    05 ES-CODIGO    PIC 9(05).
                03 ES-SALDO         PIC 9(06).
                03 ES-ULTOPER       PIC X(08).
       FD CADKIT
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 CHAVEK.
                    05 KT-KIT       PIC 9(05).
                    05 KT-COMPON    PIC 9(05).
                03 KT-QTDCOMP       PIC 9(05).
       FD MOVEST
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "MOVEST.DAT".
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
       01 W-QTDDEV        PIC 9(05)V99 VALUE ZEROS.
       01 W-QTDRESTA      PIC 9(05)V99 VALUE ZEROS.
       01 W-DEPDEV        PIC X(02) VALUE "01".
       77 ST-KIT          PIC X(02) VALUE "00".
       77 W-TEMKIT        PIC X(01) VALUE "N".
       77 W-EKIT          PIC X(01) VALUE "N".
       01 W-ESTQTD        PIC 9(05)V99 VALUE ZEROS.
       01 W-VALDEV        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCRED       PIC 9(09)V99 VALUE ZEROS.
       01 W-NUMCRED       PIC 9(09) VALUE ZEROS.
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
       77 W-TEMSER        PIC X(01) VALUE "N".
       77 W-NOTASERIE     PIC X(01) VALUE "N".
       77 W-ACHOU         PIC X(01) VALUE "N".
       01 W-SERIE         PIC X(20) VALUE SPACES.
       01 W-NSER          PIC 9(03) VALUE ZEROS.
       01 W-ISER          PIC 9(03) VALUE ZEROS.
       01 W-QTDSERIE      PIC 9(03) VALUE ZEROS.
       01 TABSERIE.
          03 TB-SERIE     PIC X(20) OCCURS 100 TIMES.
      *
       SCREEN SECTION.
        01  TELALOGIN.
               VALUE  "  DEPOSITO DESTINO".
           05  LINE 16  COLUMN 01
               VALUE  "  MOTIVO".
           05  LINE 18  COLUMN 01
               VALUE  "  NUMERO DE SERIE".
           05  TNUMNF
               LINE 04  COLUMN 20  PIC 9(09)
               USING  NF-NUMERO
               LINE 16  COLUMN 25  PIC X(30)
               USING  MT-DESCRICAO
               HIGHLIGHT.
           05  TSERDEV
               LINE 18  COLUMN 20  PIC X(20)
               USING  W-SERIE
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
           MOVE "SGP021  " TO W-LKSPROG
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
                    CLOSE CADNF CADNFI CADPRO CADEST CADMOT MOVEST
                          CADCRED
                    GO TO ROT-FIM.
       INC-OP4.
           MOVE "S" TO W-TEMSER
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              MOVE "N" TO W-TEMSER.
       INC-OPK0.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-001.
           MOVE ZEROS TO NF-NUMERO NF-PEDIDO NF-CODCLI NFI-ITEM
                         NFI-PRODUTO NFI-QUANTIDADE W-QTDDEV
                         W-MOTDEV W-TOTCRED W-ITENSDEV
           MOVE SPACES TO DESCRICAO MT-DESCRICAO W-SERIE
           MOVE "01" TO W-DEPDEV
           DISPLAY TELADEV.
       INC-002.
           IF W-ACT = 02
              CLOSE CADNF CADNFI CADPRO CADEST CADMOT MOVEST
                    CADCRED CADCTRL
              IF W-TEMKIT = "S"
                 CLOSE CADKIT
              END-IF
              IF W-TEMSER = "S"
                 CLOSE CADSERIE
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF NF-NUMERO = ZEROS
              MOVE "*** NUMERO DE NOTA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** PRODUTO DO ITEM NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-001.
           MOVE SPACES TO W-SERIE
           DISPLAY TELADEV.
      *
      *   SO PODE VOLTAR O QUE AINDA NAO VOLTOU: O
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-004.
           DISPLAY TELADEV.
      *
      ***********************************************
      *   ITEM VENDIDO COM NUMERO DE SERIE: SO      *
      *   VOLTAM AS SERIES BAIXADAS NESTA NOTA,     *
      *   UMA POR UNIDADE DEVOLVIDA                 *
      ***********************************************
      *
       ITM-005.
           PERFORM SER-CHK THRU SER-CHK-FIM
           IF W-NOTASERIE = "N"
              GO TO ITM-OPC.
           IF W-QTDDEV > 100
              MOVE "*** MAXIMO DE 100 SERIES POR ITEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-002A.
           MOVE W-QTDDEV TO W-QTDSERIE
           MOVE SPACES TO TABSERIE
           MOVE 1 TO W-NSER.
       ITM-006.
           MOVE TB-SERIE (W-NSER) TO W-SERIE
           DISPLAY TELADEV
           DISPLAY (18, 44) "UNIDADE " W-NSER " DE " W-QTDSERIE.
       ITM-007.
           ACCEPT TSERDEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF W-NSER = 1
                 MOVE SPACES TO W-SERIE
                 DISPLAY TELADEV
                 GO TO ITM-004
              ELSE
                 SUBTRACT 1 FROM W-NSER
                 GO TO ITM-006.
           IF W-SERIE = SPACES
              MOVE "*** NUMERO DE SERIE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-007.
           PERFORM SER-DUP THRU SER-DUP-FIM
           IF W-ACHOU = "S"
              MOVE "*** SERIE JA INFORMADA NESTA DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-007.
           MOVE NFI-PRODUTO TO SR-CODIGO
           MOVE W-SERIE     TO SR-SERIE
           READ CADSERIE
           IF ST-SER NOT = "00" OR SR-NOTA NOT = NF-NUMERO
              MOVE "*** SERIE NAO FOI VENDIDA NESTA NOTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-007.
           IF SR-SITUACAO NOT = "V"
              MOVE "*** SERIE JA DEVOLVIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-007.
           MOVE W-SERIE TO TB-SERIE (W-NSER)
           IF W-NSER < W-QTDSERIE
              ADD 1 TO W-NSER
              GO TO ITM-006.
       ITM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA DEVOLUCAO (S/N) : ".
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADNFI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM KIT-CHK THRU KIT-CHK-FIM
           IF W-EKIT = "S"
              PERFORM KIT-ENTRADA THRU KIT-ENTRADA-FIM
              GO TO ITM-RW2.
           ADD W-QTDDEV TO ESTOQUE
           MOVE W-OPERLOGADO TO ULTOPER
           REWRITE REGPRO
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-QTDDEV TO W-ESTQTD
           PERFORM EST-ENTRADA THRU EST-ENTRADA-FIM
           PERFORM GRV-MOV THRU GRV-MOV-FIM.
       ITM-RW2.
           IF W-NOTASERIE = "S"
              PERFORM SER-DEVOLVE THRU SER-DEVOLVE-FIM.
           COMPUTE W-VALDEV ROUNDED =
                   NFI-VALORITEM * W-QTDDEV / NFI-QUANTIDADE
           ADD W-VALDEV TO W-TOTCRED
           MOVE CODIGO   TO ES-CODIGO
           READ CADEST
           IF ST-EST = "00"
              ADD W-ESTQTD TO ES-SALDO
              MOVE W-OPERLOGADO TO ES-ULTOPER
              REWRITE REGEST
              IF ST-EST NOT = "00" AND "02"
           ELSE
              MOVE W-DEPDEV TO ES-DEPOSITO
              MOVE CODIGO   TO ES-CODIGO
              MOVE W-ESTQTD TO ES-SALDO
              MOVE W-OPERLOGADO TO ES-ULTOPER
              WRITE REGEST
              IF ST-EST NOT = "00" AND "02"
           MOVE W-HORA        TO MV-HORA
           MOVE "DV"          TO MV-TIPOMOV
           MOVE "E"           TO MV-ES
           MOVE W-ESTQTD      TO MV-QUANTIDADE
           MOVE ESTOQUE       TO MV-SALDO
           MOVE NF-PEDIDO     TO MV-PEDIDO
           MOVE NFI-ITEM      TO MV-ITEM
       GRV-MOV-FIM.
           EXIT.
      *
      ***********************************************
      *   KIT (PRODUTO COMPOSTO - CADKIT): A        *
      *   ENTRADA E FEITA NOS COMPONENTES, NA       *
      *   QUANTIDADE DEVOLVIDA VEZES A QTDE POR KIT *
      ***********************************************
      *
       KIT-CHK.
           MOVE "N" TO W-EKIT
           IF W-TEMKIT = "N"
              GO TO KIT-CHK-FIM.
           MOVE NFI-PRODUTO TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-CHK-FIM.
           READ CADKIT NEXT
           IF ST-KIT = "00" AND KT-KIT = NFI-PRODUTO
              MOVE "S" TO W-EKIT.
       KIT-CHK-FIM.
           EXIT.
      *
       KIT-ENTRADA.
           MOVE NFI-PRODUTO TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-ENTRADA-FIM.
       KIT-ENTRADA1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = NFI-PRODUTO
              GO TO KIT-ENTRADA-FIM.
           MOVE KT-COMPON TO CODIGO
           COMPUTE W-ESTQTD = W-QTDDEV * KT-QTDCOMP
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO KIT-ENTRADA1.
           ADD W-ESTQTD TO ESTOQUE
           MOVE W-OPERLOGADO TO ULTOPER
           REWRITE REGPRO
           IF ST-PRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM EST-ENTRADA THRU EST-ENTRADA-FIM
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO KIT-ENTRADA1.
       KIT-ENTRADA-FIM.
           EXIT.
      *
      ***********************************************
      *   A NOTA TEM SERIE DO PRODUTO QUANDO ALGUMA *
      *   SERIE DELE FOI BAIXADA NESTE NUMERO DE NF *
      ***********************************************
      *
       SER-CHK.
           MOVE "N" TO W-NOTASERIE
           IF W-TEMSER = "N"
              GO TO SER-CHK-FIM.
           MOVE NFI-PRODUTO TO SR-CODIGO
           MOVE SPACES      TO SR-SERIE
           START CADSERIE KEY IS NOT LESS CHAVESR
                 INVALID KEY
                    GO TO SER-CHK-FIM.
       SER-CHK1.
           READ CADSERIE NEXT RECORD
               AT END
                  GO TO SER-CHK-FIM.
           IF SR-CODIGO NOT = NFI-PRODUTO
              GO TO SER-CHK-FIM.
           IF SR-NOTA = NF-NUMERO
              MOVE "S" TO W-NOTASERIE
              GO TO SER-CHK-FIM.
           GO TO SER-CHK1.
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
      *   SERIES DEVOLVIDAS: SITUACAO D NO DEPOSITO *
      *   DE DESTINO DA DEVOLUCAO                   *
      ***********************************************
      *
       SER-DEVOLVE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE 1 TO W-ISER.
       SER-DEVOLVE1.
           IF W-ISER > W-QTDSERIE
              GO TO SER-DEVOLVE-FIM.
           MOVE NFI-PRODUTO       TO SR-CODIGO
           MOVE TB-SERIE (W-ISER) TO SR-SERIE
           READ CADSERIE
           IF ST-SER NOT = "00"
              MOVE "ERRO NA LEITURA ARQ. CADSERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DEVOLVE-FIM.
           MOVE "D"          TO SR-SITUACAO
           MOVE W-DEPDEV     TO SR-DEPOSITO
           MOVE W-DATAHOJE   TO SR-DATADEV
           MOVE W-MOTDEV     TO SR-MOTDEV
           MOVE W-OPERLOGADO TO SR-ULTOPER
           REWRITE REGSERIE
           IF ST-SER NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADSERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           ADD 1 TO W-ISER
           GO TO SER-DEVOLVE1.
       SER-DEVOLVE-FIM.
           EXIT.
      *
      ********************
      * ROTINS DE FIM    *
      ********************
