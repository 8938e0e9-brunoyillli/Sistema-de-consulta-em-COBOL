      *  - EXCLUI AS PARCELAS EM ABERTO DO CADREC          *
      *    (PARCELA COM PAGAMENTO IMPEDE O CANCELAMENTO)   *
      *  - DEVOLVE O ESTOQUE DOS ITENS VIA MOVEST/CADEST   *
      *    (KIT DEVOLVE OS COMPONENTES DO CADKIT)          *
      *    E ESTORNA A QUANTIDADE FATURADA (QTDFATUR)      *
      *    DOS ITENS DO PEDIDO                             *
      *  - NUMEROS DE SERIE VENDIDOS NA NOTA VOLTAM A      *
      *    RESERVADOS PARA O PEDIDO/ITEM ("R"), OU PARA O  *
      *    ESTOQUE ("E") NA VENDA DE BALCAO (CADPGBAL)     *
      *  - VOLTA O PEDIDO PARA SEPARADO ("S") PARA         *
      *    CORRECAO E REFATURAMENTO PELO SGP009            *
      *  - PEDIDO COM OUTRA NOTA ATIVA (FATURAMENTO        *
      *    PARCIAL) NAO PODE SER CANCELADO POR AQUI        *
      *  - NF-E AUTORIZADA GERA O ARQUIVO DO EVENTO DE     *
      *    CANCELAMENTO (SGPD003) E FICA AGUARDANDO A      *
      *    HOMOLOGACAO (NF-SITNFE = "E", RETORNO PELO      *
      *    SGPB023); NF-E AINDA NAO AUTORIZADA FICA COM    *
      *    O NUMERO A INUTILIZAR (NF-SITNFE = "N")         *
      *****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PEDIDO
                    FILE STATUS IS ST-PED
                    ALTERNATE RECORD KEY IS CHAVE2PD = CODCLI
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE3PD = DATAPEDIDO
                                                      WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEE
                    FILE STATUS IS ST-EST.
           SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEK
                    FILE STATUS IS ST-KIT.
           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVESR
                    FILE STATUS IS ST-SER.
           SELECT CADPGBAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVEPB
                    FILE STATUS IS ST-PGB
                    ALTERNATE RECORD KEY IS CHAVE2PB = PB-SESSAO
                                                      WITH DUPLICATES.
           SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVER
                    FILE STATUS IS ST-REC
                    ALTERNATE RECORD KEY IS CHAVE2RC = RC-CODCLI
                                                      WITH DUPLICATES.
           SELECT MOVEST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS IS ST-MOV.
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
                03 NUMWEB           PIC 9(09).
                03 CODTRANSP        PIC 9(03).
                03 VALORFRETE       PIC 9(06)V99.
                03 SEQENTREGA       PIC 9(02).
       FD CADPEDI
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPEDI.DAT".
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
       FD CADPGBAL
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADPGBAL.DAT".
       01 REGPGBAL.
                03 CHAVEPB.
                    05 PB-PEDIDO    PIC 9(05).
                    05 PB-SEQ       PIC 9(01).
                03 PB-SESSAO        PIC 9(06).
                03 PB-FORMA         PIC 9(01).
                03 PB-VALOR         PIC 9(09)V99.
                03 PB-RECEBIDO      PIC 9(09)V99.
                03 PB-TROCO         PIC 9(09)V99.
                03 PB-PARCELAS      PIC 9(02).
                03 PB-DATA          PIC 9(08).
                03 PB-HORA          PIC 9(06).
                03 PB-OPERADOR      PIC X(08).
       FD CADREC
             LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS "CADREC.DAT".
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
       01 W-NUMNFSAV      PIC 9(09) VALUE ZEROS.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DEPDEV        PIC X(02) VALUE SPACES.
       77 ST-KIT          PIC X(02) VALUE "00".
       77 W-TEMKIT        PIC X(01) VALUE "N".
       77 W-EKIT          PIC X(01) VALUE "N".
       01 W-ESTPROD       PIC 9(05) VALUE ZEROS.
       01 W-ESTQTD        PIC 9(05)V99 VALUE ZEROS.
       77 ST-SER          PIC X(02) VALUE "00".
       77 W-TEMSER        PIC X(01) VALUE "N".
       77 ST-PGB          PIC X(02) VALUE "00".
       77 W-TEMPGB        PIC X(01) VALUE "N".
       77 W-BALCAO        PIC X(01) VALUE "N".
       01 W-AUDANT        PIC X(250) VALUE SPACES.
       01 W-TIMEHMS.
          03 W-HORA       PIC 9(06).
       77 ST-OPER         PIC X(02) VALUE "00".
       77 W-OPERLOGADO    PIC X(08) VALUE SPACES.
       77 W-SENHALOG      PIC X(08) VALUE SPACES.
       77 W-LKSFUN        PIC X(01) VALUE SPACES.
       77 W-LKSPROG       PIC X(08) VALUE SPACES.
       77 W-LKSRET        PIC 9(01) VALUE ZEROS.
       77 W-LKSPERF       PIC 9(01) VALUE ZEROS.
       77 W-LKSMENS       PIC X(50) VALUE SPACES.
       77 W-LKSHASH       PIC X(20) VALUE SPACES.
       01 W-LKJUSTIF      PIC X(60) VALUE SPACES.
       01 W-LKRETNFE      PIC 9(01) VALUE ZEROS.
      *
       SCREEN SECTION.
        01  TELALOGIN.
           ACCEPT TSENHALOG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO LOGIN-002.
      *
      *   SENHA, BLOQUEIO, VALIDADE E LOG DE ACESSO NO SGPD004
      *
           CLOSE CADOPER
           MOVE "L" TO W-LKSFUN
           MOVE "SGP020  " TO W-LKSPROG
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
                    CLOSE CADNF CADNFI CADPED CADPEDI CADPRO CADEST
                          CADREC CADMOT MOVEST CADCANC
                    GO TO ROT-FIM.
       INC-OPK0.
           MOVE "S" TO W-TEMKIT
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
              MOVE "N" TO W-TEMKIT.
       INC-OPS0.
           MOVE "S" TO W-TEMSER
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              MOVE "N" TO W-TEMSER.
           MOVE "S" TO W-TEMPGB
           OPEN INPUT CADPGBAL
           IF ST-PGB NOT = "00"
              MOVE "N" TO W-TEMPGB.
       INC-001.
           MOVE ZEROS TO NF-NUMERO NF-PEDIDO NF-CODCLI NF-DATAEMISSAO
                         NF-VALORTOTAL NF-QTDITENS W-MOTCANC
           IF W-ACT = 02
              CLOSE CADNF CADNFI CADPED CADPEDI CADPRO CADEST
                    CADREC CADMOT MOVEST CADCANC CADAUD
              IF W-TEMKIT = "S"
                 CLOSE CADKIT
              END-IF
              IF W-TEMSER = "S"
                 CLOSE CADSERIE
              END-IF
              IF W-TEMPGB = "S"
                 CLOSE CADPGBAL
              END-IF
              GO TO ROT-FIM.
           IF NF-NUMERO = ZEROS
              MOVE "*** NUMERO DE NOTA INVALIDO ***" TO MENS
              GO TO INC-OPC.
      *
      ***********************************************
      *   NF-E AUTORIZADA: ARQUIVO DO EVENTO DE     *
      *   CANCELAMENTO ANTES DE MEXER NOS ARQUIVOS  *
      ***********************************************
      *
       CANC-NFE0.
           IF NF-SITNFE NOT = "A"
              GO TO CANC-REC0.
           MOVE SPACES TO W-LKJUSTIF
           STRING "CANCELAMENTO DA NOTA - " MT-DESCRICAO
                  DELIMITED BY SIZE INTO W-LKJUSTIF
           CALL "SGPD003" USING NF-NUMERO NF-CHAVENFE NF-PROTOCOLO
                                W-LKJUSTIF W-LKRETNFE
           IF W-LKRETNFE = 1
              MOVE "*** NFEEMIT.TXT AUSENTE - NAO CANCELA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-LKRETNFE NOT = ZEROS
              MOVE "*** ERRO NO EVENTO DA NF-E - NAO CANCELA ***"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      ***********************************************
      *   EXCLUSAO DAS PARCELAS EM ABERTO (CADREC)  *
      ***********************************************
      *
      *
      ***********************************************
      *   DEVOLUCAO DO ESTOQUE DOS ITENS DA NOTA    *
      *   (O DEPOSITO VEM DO ITEM DO PEDIDO). KIT   *
      *   DEVOLVE CADA COMPONENTE DO CADKIT         *
      ***********************************************
      *
       CANC-DEV0.
           PERFORM PGB-CHK THRU PGB-CHK-FIM
           MOVE NF-NUMERO TO NFI-NUMERO
           MOVE 1 TO NFI-ITEM
           START CADNFI KEY IS NOT LESS CHAVENI
                  GO TO CANC-NF1.
           IF NFI-NUMERO NOT = NF-NUMERO
              GO TO CANC-NF1.
           PERFORM SER-CANC THRU SER-CANC-FIM
           MOVE NFI-PRODUTO TO CODIGO
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO CANC-DEV1.
           PERFORM KIT-CHK THRU KIT-CHK-FIM
           IF W-EKIT = "S"
              GO TO CANC-DEV2.
           ADD NFI-QUANTIDADE TO ESTOQUE
           MOVE W-OPERLOGADO TO ULTOPER OF REGPRO
           REWRITE REGPRO
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       CANC-DEV2.
           MOVE "01" TO W-DEPDEV
           MOVE NF-PEDIDO TO PEDIDOI
           MOVE NFI-ITEM  TO ITEM
                 GO TO ROT-FIM
              END-IF
           END-IF.
           IF W-EKIT = "S"
              PERFORM KIT-DEVOLVE THRU KIT-DEVOLVE-FIM
              GO TO CANC-DEV1.
           MOVE NFI-PRODUTO    TO W-ESTPROD
           MOVE NFI-QUANTIDADE TO W-ESTQTD
           PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO CANC-DEV1.
      *
       CANC-NF1.
           MOVE "C" TO NF-SITUACAO
           IF NF-SITNFE = "A"
              MOVE "E" TO NF-SITNFE
           ELSE
              IF NF-SITNFE = "P" OR "G" OR "R"
                 MOVE "N" TO NF-SITNFE.
           REWRITE REGNF
           IF ST-NF NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADNF" TO MENS
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCANC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** NOTA FISCAL CANCELADA ***" TO MENS
           IF NF-SITNFE = "E"
              MOVE "*** NOTA CANCELADA - EVENTO DA NF-E GERADO ***"
                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *
       EST-DEVOLVE.
           MOVE W-DEPDEV    TO ES-DEPOSITO
           MOVE W-ESTPROD   TO ES-CODIGO
           READ CADEST
           IF ST-EST = "00"
              ADD W-ESTQTD TO ES-SALDO
              MOVE W-OPERLOGADO TO ES-ULTOPER
              REWRITE REGEST
              IF ST-EST NOT = "00" AND "02"
              END-IF
           ELSE
              MOVE W-DEPDEV    TO ES-DEPOSITO
              MOVE W-ESTPROD   TO ES-CODIGO
              MOVE W-ESTQTD    TO ES-SALDO
              MOVE W-OPERLOGADO TO ES-ULTOPER
              WRITE REGEST
              IF ST-EST NOT = "00" AND "02"
       GRV-MOV.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-TIMEHMS FROM TIME
           MOVE W-ESTPROD     TO MV-CODIGO
           MOVE W-DATAHOJE    TO MV-DATA
           MOVE W-HORA        TO MV-HORA
           MOVE "CN"          TO MV-TIPOMOV
           MOVE "E"           TO MV-ES
           MOVE W-ESTQTD      TO MV-QUANTIDADE
           MOVE ESTOQUE       TO MV-SALDO
           MOVE NF-PEDIDO     TO MV-PEDIDO
           MOVE NFI-ITEM      TO MV-ITEM
           EXIT.
      *
      ***********************************************
      *   KIT (PRODUTO COMPOSTO - CADKIT): O        *
      *   ESTOQUE VOLTA PARA OS COMPONENTES, NA     *
      *   QUANTIDADE DA NOTA VEZES A QTDE POR KIT   *
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
       KIT-DEVOLVE.
           MOVE NFI-PRODUTO TO KT-KIT
           MOVE ZEROS TO KT-COMPON
           START CADKIT KEY IS NOT LESS CHAVEK
                 INVALID KEY
                    GO TO KIT-DEVOLVE-FIM.
       KIT-DEVOLVE1.
           READ CADKIT NEXT
           IF ST-KIT NOT = "00" OR KT-KIT NOT = NFI-PRODUTO
              GO TO KIT-DEVOLVE-FIM.
           MOVE KT-COMPON TO CODIGO W-ESTPROD
           COMPUTE W-ESTQTD = NFI-QUANTIDADE * KT-QTDCOMP
           READ CADPRO
           IF ST-PRO NOT = "00"
              GO TO KIT-DEVOLVE1.
           ADD W-ESTQTD TO ESTOQUE
           MOVE W-OPERLOGADO TO ULTOPER OF REGPRO
           REWRITE REGPRO
           IF ST-PRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM EST-DEVOLVE THRU EST-DEVOLVE-FIM
           PERFORM GRV-MOV THRU GRV-MOV-FIM
           GO TO KIT-DEVOLVE1.
       KIT-DEVOLVE-FIM.
           EXIT.
      *
      ***********************************************
      *   PEDIDO DE VENDA DE BALCAO: TEM PAGAMENTO  *
      *   NO CADPGBAL                               *
      ***********************************************
      *
       PGB-CHK.
           MOVE "N" TO W-BALCAO
           IF W-TEMPGB = "N"
              GO TO PGB-CHK-FIM.
           MOVE NF-PEDIDO TO PB-PEDIDO
           MOVE ZEROS TO PB-SEQ
           START CADPGBAL KEY IS NOT LESS CHAVEPB
                 INVALID KEY
                    GO TO PGB-CHK-FIM.
           READ CADPGBAL NEXT RECORD
               AT END
                  GO TO PGB-CHK-FIM.
           IF PB-PEDIDO = NF-PEDIDO
              MOVE "S" TO W-BALCAO.
       PGB-CHK-FIM.
           EXIT.
      *
      ***********************************************
      *   NUMEROS DE SERIE VENDIDOS NA NOTA: VOLTAM *
      *   A RESERVADOS PARA O PEDIDO/ITEM, COMO     *
      *   FICARAM NO ROMANEIO (SGP017). NA VENDA DE *
      *   BALCAO VOLTAM AO ESTOQUE DO DEPOSITO      *
      ***********************************************
      *
       SER-CANC.
           IF W-TEMSER = "N"
              GO TO SER-CANC-FIM.
           MOVE NFI-PRODUTO TO SR-CODIGO
           MOVE SPACES      TO SR-SERIE
           START CADSERIE KEY IS NOT LESS CHAVESR
                 INVALID KEY
                    GO TO SER-CANC-FIM.
       SER-CANC1.
           READ CADSERIE NEXT RECORD
               AT END
                  GO TO SER-CANC-FIM.
           IF SR-CODIGO NOT = NFI-PRODUTO
              GO TO SER-CANC-FIM.
           IF SR-SITUACAO NOT = "V" OR SR-NOTA NOT = NF-NUMERO
              GO TO SER-CANC1.
           IF W-BALCAO = "S"
              MOVE "E" TO SR-SITUACAO
              MOVE ZEROS TO SR-PEDIDO SR-ITEM
           ELSE
              MOVE "R" TO SR-SITUACAO.
           MOVE ZEROS TO SR-NOTA SR-CODCLI SR-DATAVENDA
           MOVE "SGP020  " TO SR-ULTOPER
           REWRITE REGSERIE
           IF ST-SER NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADSERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-CANC-FIM.
           GO TO SER-CANC1.
       SER-CANC-FIM.
           EXIT.
      *
      ***********************************************
      *  GRAVACAO DE AUDITORIA (CADAUD)             *
      ***********************************************
      *
